      ******************************************************************
      * Author:
      * Date:
      * Purpose: Desgranamiento y retencion por carrera y cohorte.
      *          Para cada carrera y cohorte cuenta inscriptos, activos
      *          (alumnos.dat) y bajas (alumnosBaja.txt), activos sin
      *          notas en el periodo, promedio general de los activos,
      *          reparto de materias del periodo por condicion
      *          (historiaAcad) y la caida de cursantes respecto del
      *          periodo anterior (historiaProm). Lista en
      *          impRetencion.dat y graba retencion.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retencionCohortes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO
           ASSIGN TO
           "..\periodo.txt"
           FILE STATUS IS w-per-status.
           SELECT ALUMNOS
           ASSIGN TO
           "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY alu-codigo
           FILE STATUS IS w-alu-status.
           SELECT OPTIONAL BAJAS
           ASSIGN TO
           "..\alumnosBaja.txt"
           FILE STATUS IS w-baj-status.
           SELECT OPTIONAL HISTORIA-ACAD
           ASSIGN TO
           "..\historiaAcad.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY hac-clave
           FILE STATUS IS w-hac-status.
           SELECT OPTIONAL HISTORIA-ANT
           ASSIGN TO
           "..\historiaProm.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hist-status.
           SELECT OPTIONAL HISTORIA-NUEVA
           ASSIGN TO
           "..\historiaPromNueva.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hnu-status.
           SELECT CSV-RETENCION
           ASSIGN TO
           "..\retencion.csv"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-csv-status.
           SELECT LISTADO-RET
           ASSIGN TO PRINTER,
           "..\impRetencion.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO.
       01  per-reg.
           03 per-codigo pic x(7).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-codigo pic x(6).
           03 alu-nombre pic x(20).
           03 alu-carrera pic x(3).
           03 alu-cohorte pic 9(4).

      ******************************************************************
      * BAJAS: registro de 41 posiciones, con carrera y cohorte. Un
      * alumnosBaja.txt con el registro anterior de 34 posiciones debe
      * haberse convertido una vez con convBajas (convbaj1.cbl).
      ******************************************************************
       FD  BAJAS.
       01  baj-reg.
           03 baj-codigo pic x(6).
           03 baj-nombre pic x(20).
           03 baj-fecha pic 9(8).
           03 baj-carrera pic x(3).
           03 baj-cohorte pic 9(4).

      ******************************************************************
      * HISTORIA-ACAD: historia academica por alumno, materia y
      * periodo, mantenida por parcialNotas y mesasFinal. Aca solo se
      * leen los registros del periodo actual de cada alumno activo.
      ******************************************************************
       FD  HISTORIA-ACAD.
       01  hac-reg.
           03 hac-clave.
               05 hac-alumno pic x(6).
               05 hac-materia pic x(3).
               05 hac-periodo pic x(7).
           03 hac-promedio pic 9(2)v99.
           03 hac-condicion pic x(10).
           03 hac-cant-notas pic 9(3).
           03 hac-ult-acta pic 9(6).
           03 hac-ult-fecha pic 9(8).
           03 hac-fecha-proc pic 9(8).
           03 hac-origen pic x(1).
           03 hac-nota-final pic 9(2).
           03 hac-fecha-final pic 9(8).
           03 hac-cant-mesas pic 9(2).
           03 hac-ult-mesa pic 9(4).

       FD  HISTORIA-ANT.
       01  hist-ant-reg.
           03 hist-ant-cod pic x(6).
           03 hist-ant-prom pic 9(2)v99.
           03 hist-ant-per pic x(7).

       FD  HISTORIA-NUEVA.
       01  hist-nueva-reg.
           03 hist-nueva-cod pic x(6).
           03 hist-nueva-prom pic 9(2)v99.
           03 hist-nueva-per pic x(7).

       FD  CSV-RETENCION.
       01  csv-reg pic x(200).

       FD  LISTADO-RET
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-per-status pic xx value "00".
       01  w-alu-status pic xx value "00".
       01  w-baj-status pic xx value "00".
       01  w-hac-status pic xx value "00".
       01  w-hist-status pic xx value "00".
       01  w-hnu-status pic xx value "00".
       01  w-csv-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-alu pic 9 value zero.
       01  w-flag-baj pic 9 value zero.
       01  w-flag-his pic 9 value zero.
       01  w-flag-hac-ok pic 9 value zero.
       01  w-flag-hac-fin pic 9 value zero.
       01  w-flag-con-notas pic 9 value zero.
       01  w-flag-ant-ok pic 9 value zero.
       01  w-flag-nueva-datos pic 9 value zero.
       01  w-flag-es-actual pic 9 value zero.
       01  w-flag-activo pic 9 value zero.
       01  w-flag-encontrado pic 9 value zero.
       01  w-flag-coh-lleno pic 9 value zero.
       01  w-flag-baj-lleno pic 9 value zero.
       01  w-per-cod pic x(7) value spaces.
       01  w-per-ant-cod pic x(7) value spaces.
       01  w-per-aux pic x(7).
       01  w-per-aux-r REDEFINES w-per-aux.
           03 w-per-aux-anio pic 9(4).
           03 w-per-aux-sep pic x(1).
           03 w-per-aux-cuat pic 9(1).
           03 w-per-aux-c pic x(1).
       01  w-alu-actual pic x(6).
       01  w-busca-codigo pic x(6).
       01  w-busca-carrera pic x(3).
       01  w-busca-cohorte pic 9(4).
       01  w-busca-prom pic 9(2)v99.
       01  w-busca-i pic 9(4) value zero.
       01  w-mov-i pic 9(3) value zero.
       01  w-coh-pos pic 9(3) value zero.
       01  w-coh-enc pic 9(3) value zero.
       01  w-baj-enc pic 9(4) value zero.
       01  w-tot-alu-leidos pic 9(5) value zero.
       01  w-tot-baj-leidas pic 9(5) value zero.
       01  w-tot-baj-reinc pic 9(5) value zero.
       01  w-tot-prom-leidos pic 9(5) value zero.
       01  w-tot-prom-sin-alu pic 9(5) value zero.
      ******************************************************************
      * Una fila por carrera y cohorte, en orden de carrera y cohorte.
      * w-fila tiene el mismo formato y se usa para imprimir una fila
      * de la tabla o el total general.
      ******************************************************************
       01  w-tabla-coh.
           03 w-coh-entry OCCURS 200 TIMES INDEXED BY w-coh-idx.
               05 w-coh-carrera pic x(3).
               05 w-coh-cohorte pic 9(4).
               05 w-coh-inscriptos pic 9(5).
               05 w-coh-activos pic 9(5).
               05 w-coh-bajas pic 9(5).
               05 w-coh-sin-notas pic 9(5).
               05 w-coh-suma-prom pic 9(7)v99.
               05 w-coh-cant-prom pic 9(5).
               05 w-coh-cant-mat pic 9(6).
               05 w-coh-cant-promo pic 9(6).
               05 w-coh-cant-final pic 9(6).
               05 w-coh-cant-recursa pic 9(6).
               05 w-coh-cur-ant pic 9(5).
               05 w-coh-cur-act pic 9(5).
       01  w-cant-coh pic 9(3) value zero.
       01  w-fila.
           03 w-fil-carrera pic x(3).
           03 w-fil-cohorte pic 9(4).
           03 w-fil-inscriptos pic 9(5).
           03 w-fil-activos pic 9(5).
           03 w-fil-bajas pic 9(5).
           03 w-fil-sin-notas pic 9(5).
           03 w-fil-suma-prom pic 9(7)v99.
           03 w-fil-cant-prom pic 9(5).
           03 w-fil-cant-mat pic 9(6).
           03 w-fil-cant-promo pic 9(6).
           03 w-fil-cant-final pic 9(6).
           03 w-fil-cant-recursa pic 9(6).
           03 w-fil-cur-ant pic 9(5).
           03 w-fil-cur-act pic 9(5).
       01  w-fila-tot.
           03 w-tg-carrera pic x(3) value spaces.
           03 w-tg-cohorte pic 9(4) value zero.
           03 w-tg-inscriptos pic 9(5) value zero.
           03 w-tg-activos pic 9(5) value zero.
           03 w-tg-bajas pic 9(5) value zero.
           03 w-tg-sin-notas pic 9(5) value zero.
           03 w-tg-suma-prom pic 9(7)v99 value zero.
           03 w-tg-cant-prom pic 9(5) value zero.
           03 w-tg-cant-mat pic 9(6) value zero.
           03 w-tg-cant-promo pic 9(6) value zero.
           03 w-tg-cant-final pic 9(6) value zero.
           03 w-tg-cant-recursa pic 9(6) value zero.
           03 w-tg-cur-ant pic 9(5) value zero.
           03 w-tg-cur-act pic 9(5) value zero.
       01  w-tabla-baj.
           03 w-bt-entry OCCURS 3000 TIMES.
               05 w-bt-codigo pic x(6).
               05 w-bt-carrera pic x(3).
               05 w-bt-cohorte pic 9(4).
       01  w-cant-baj pic 9(4) value zero.
       01  w-res-promedio pic 9(2)v99 value zero.
       01  w-res-pct-promo pic 9(3)v9 value zero.
       01  w-res-pct-final pic 9(3)v9 value zero.
       01  w-res-pct-recursa pic 9(3)v9 value zero.
       01  w-res-caida pic s9(5) value zero.
       01  w-res-pct-caida pic s9(3)v9 value zero.
       01  w-csv-ptr pic 9(4).
       01  w-csv-cant-ed pic zzzz9.
       01  w-csv-cant2-ed pic zzzz9.
       01  w-csv-cant3-ed pic zzzz9.
       01  w-csv-cant4-ed pic zzzz9.
       01  w-csv-cant5-ed pic zzzz9.
       01  w-csv-cant6-ed pic zzzz9.
       01  w-csv-prom-ed pic z9,99.
       01  w-csv-pct1-ed pic zz9,9.
       01  w-csv-pct2-ed pic zz9,9.
       01  w-csv-pct3-ed pic zz9,9.
       01  w-csv-caida-ed pic -zzz9.
       01  w-csv-pcaida-ed pic -zz9,9.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(10) value spaces.
               05 filler pic x(48) value
                  "DESGRANAMIENTO Y RETENCION POR COHORTE - PERIODO".
               05 filler pic x(1) value spaces.
               05 c1-periodo pic x(7).
               05 filler pic x(14) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "CAR".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(4) value "COH.".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "INSCR".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "ACTIV".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "BAJAS".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "S/NOT".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "PROM.".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "%PROM".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "%FIN.".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "%REC.".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "C.ANT".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(5) value "C.ACT".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(6) value "%CAIDA".
               05 filler pic x(3) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-coh.
           03  lin-dat-coh.
               05 filler pic x(2) value spaces.
               05 dc-carrera pic x(3).
               05 filler pic x(1) value spaces.
               05 dc-cohorte pic 9(4).
               05 filler pic x(1) value spaces.
               05 dc-inscriptos pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-activos pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-bajas pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-sin-notas pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-promedio pic z9,99.
               05 filler pic x(1) value spaces.
               05 dc-pct-promo pic zz9,9.
               05 filler pic x(1) value spaces.
               05 dc-pct-final pic zz9,9.
               05 filler pic x(1) value spaces.
               05 dc-pct-recursa pic zz9,9.
               05 filler pic x(1) value spaces.
               05 dc-cur-ant pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-cur-act pic zzzz9.
               05 filler pic x(1) value spaces.
               05 dc-pct-caida pic -zz9,9.
               05 filler pic x(3) value spaces.
       01  detalle-total.
           03  lin-dat-total.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "TOTAL".
               05 filler pic x(1) value spaces.
               05 dg-resto pic x(69).
       01  detalle-msg.
           03  lin-dat-msg.
               05 filler pic x(4) value spaces.
               05 dmsg-texto pic x(76).
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DEL PROCESO".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dt-leyenda pic x(26).
               05 dt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-BAJAS.
           PERFORM 200-PROCESAR-ALUMNOS.
           PERFORM 250-ACUMULAR-BAJAS.
           PERFORM 300-CURSANTES.
           PERFORM 500-IMPRIME-TABLA.
           PERFORM 600-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           STOP RUN.
       100-INICIO.
           OPEN INPUT PERIODO.
           IF w-per-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-per-status " AL ABRIR PERIODO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PERIODO
               AT END MOVE SPACES TO per-codigo
           END-READ.
           MOVE per-codigo TO w-per-cod.
           CLOSE PERIODO.
           IF w-per-cod IS EQUAL SPACES
               DISPLAY "ERROR: periodo.txt vacio."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-PERIODO-ANTERIOR.
           OPEN INPUT ALUMNOS.
           IF w-alu-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-alu-status " AL ABRIR ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BAJAS.
           IF w-baj-status IS NOT EQUAL "00" AND
                   w-baj-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-baj-status " AL ABRIR BAJAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIA-ACAD.
           IF w-hac-status IS EQUAL "00"
               MOVE 1 TO w-flag-hac-ok
           ELSE
               IF w-hac-status IS NOT EQUAL "05"
                   DISPLAY "ERROR " w-hac-status
                       " AL ABRIR HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT CSV-RETENCION.
           IF w-csv-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-csv-status " AL ABRIR CSV-RETENCION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-RET.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-RET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-per-cod TO c1-periodo.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE SPACES TO csv-reg.
           STRING "PERIODO;" DELIMITED BY SIZE
                  w-per-cod DELIMITED BY SIZE
                  ";ANTERIOR;" DELIMITED BY SIZE
                  w-per-ant-cod DELIMITED BY SIZE
               INTO csv-reg
           END-STRING.
           WRITE csv-reg.
           MOVE SPACES TO csv-reg.
           STRING "CARRERA;COHORTE;INSCRIPTOS;ACTIVOS;BAJAS;"
                      DELIMITED BY SIZE
                  "ACTIVOS_SIN_NOTAS;PROMEDIO;PCT_PROMOCIONA;"
                      DELIMITED BY SIZE
                  "PCT_EXAM_FINAL;PCT_RECURSA;CURSANTES_ANT;"
                      DELIMITED BY SIZE
                  "CURSANTES_ACT;CAIDA;PCT_CAIDA" DELIMITED BY SIZE
               INTO csv-reg
           END-STRING.
           WRITE csv-reg.
      ******************************************************************
      * Periodo anterior al de periodo.txt, con codigos AAAA-NC:
      * AAAA-2C viene de AAAA-1C y AAAA-1C de AAAA-1 -2C. Con otro
      * formato no hay comparacion con el periodo anterior.
      ******************************************************************
       110-PERIODO-ANTERIOR.
           MOVE w-per-cod TO w-per-aux.
           IF w-per-aux-anio IS NUMERIC AND
                   w-per-aux-sep IS EQUAL "-" AND
                   w-per-aux-c IS EQUAL "C"
               IF w-per-aux-cuat IS EQUAL 2
                   MOVE 1 TO w-per-aux-cuat
                   MOVE w-per-aux TO w-per-ant-cod
                   MOVE 1 TO w-flag-ant-ok
               ELSE
                   IF w-per-aux-cuat IS EQUAL 1
                       MOVE 2 TO w-per-aux-cuat
                       SUBTRACT 1 FROM w-per-aux-anio
                       MOVE w-per-aux TO w-per-ant-cod
                       MOVE 1 TO w-flag-ant-ok
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Bajas sin repetir por legajo. Un legajo que volvio a estar en
      * alumnos.dat (alta posterior o baja revertida) se cuenta como
      * activo y no como baja.
      ******************************************************************
       150-CARGAR-BAJAS.
           PERFORM UNTIL w-flag-baj IS EQUAL 1
               READ BAJAS AT END MOVE 1 TO w-flag-baj
                   NOT AT END
                       ADD 1 TO w-tot-baj-leidas
                       PERFORM 160-REGISTRAR-BAJA
               END-READ
               IF w-flag-baj IS NOT EQUAL 1 AND
                       w-baj-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-baj-status " AL LEER BAJAS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE BAJAS.
       160-REGISTRAR-BAJA.
           MOVE baj-codigo TO w-busca-codigo.
           PERFORM 170-LEER-ALUMNO.
           IF w-flag-activo IS EQUAL 1
               ADD 1 TO w-tot-baj-reinc
           ELSE
               PERFORM 180-BUSCAR-BAJA
               IF w-baj-enc IS EQUAL ZERO
                   IF w-cant-baj < 3000
                       ADD 1 TO w-cant-baj
                       MOVE w-cant-baj TO w-baj-enc
                   ELSE
                       IF w-flag-baj-lleno IS NOT EQUAL 1
                           MOVE 1 TO w-flag-baj-lleno
                           DISPLAY "AVISO: se alcanzo el limite de "
                               "3000 bajas; las restantes no se "
                               "cuentan."
                       END-IF
                   END-IF
               END-IF
               IF w-baj-enc IS NOT EQUAL ZERO
                   MOVE baj-codigo TO w-bt-codigo(w-baj-enc)
                   MOVE baj-carrera TO w-bt-carrera(w-baj-enc)
                   IF baj-cohorte IS NUMERIC
                       MOVE baj-cohorte TO w-bt-cohorte(w-baj-enc)
                   ELSE
                       MOVE ZERO TO w-bt-cohorte(w-baj-enc)
                   END-IF
               END-IF
           END-IF.
       170-LEER-ALUMNO.
           MOVE w-busca-codigo TO alu-codigo.
           READ ALUMNOS
               INVALID KEY MOVE ZERO TO w-flag-activo
               NOT INVALID KEY MOVE 1 TO w-flag-activo
           END-READ.
           IF w-flag-activo IS EQUAL ZERO AND
                   w-alu-status IS NOT EQUAL "23"
               DISPLAY "ERROR " w-alu-status " AL LEER ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       180-BUSCAR-BAJA.
           MOVE ZERO TO w-baj-enc.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-baj OR w-baj-enc > ZERO
               IF w-bt-codigo(w-busca-i) IS EQUAL w-busca-codigo
                   MOVE w-busca-i TO w-baj-enc
               END-IF
           END-PERFORM.

       200-PROCESAR-ALUMNOS.
           MOVE LOW-VALUES TO alu-codigo.
           START ALUMNOS KEY IS NOT LESS THAN alu-codigo
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM 210-LEER-ALUMNOS.
           PERFORM UNTIL w-flag-alu IS EQUAL 1
               MOVE alu-carrera TO w-busca-carrera
               IF alu-cohorte IS NUMERIC
                   MOVE alu-cohorte TO w-busca-cohorte
               ELSE
                   MOVE ZERO TO w-busca-cohorte
               END-IF
               PERFORM 400-BUSCAR-COHORTE
               IF w-coh-enc IS NOT EQUAL ZERO
                   ADD 1 TO w-coh-inscriptos(w-coh-enc)
                   ADD 1 TO w-coh-activos(w-coh-enc)
                   MOVE alu-codigo TO w-alu-actual
                   PERFORM 220-HISTORIA-ALUMNO
                   IF w-flag-con-notas IS EQUAL ZERO
                       ADD 1 TO w-coh-sin-notas(w-coh-enc)
                   END-IF
               END-IF
               PERFORM 210-LEER-ALUMNOS
           END-PERFORM.
       210-LEER-ALUMNOS.
           IF w-flag-alu IS NOT EQUAL 1
               READ ALUMNOS NEXT RECORD
                   AT END MOVE 1 TO w-flag-alu
                   NOT AT END ADD 1 TO w-tot-alu-leidos
               END-READ
           END-IF.
           IF w-flag-alu IS NOT EQUAL 1 AND
                   w-alu-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-alu-status " AL LEER ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * Materias del periodo actual del alumno: cuenta por condicion.
      * APROBADA (final rendido sobre una regularidad) va con
      * EXAM.FINAL. Sin registros del periodo el alumno no tiene notas.
      ******************************************************************
       220-HISTORIA-ALUMNO.
           MOVE ZERO TO w-flag-con-notas.
           IF w-flag-hac-ok IS EQUAL 1
               MOVE w-alu-actual TO hac-alumno
               MOVE LOW-VALUES TO hac-materia
               MOVE LOW-VALUES TO hac-periodo
               MOVE ZERO TO w-flag-hac-fin
               START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
                   INVALID KEY MOVE 1 TO w-flag-hac-fin
               END-START
               PERFORM 230-LEER-HISTORIA-ACAD
               PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
                   IF hac-periodo IS EQUAL w-per-cod
                       MOVE 1 TO w-flag-con-notas
                       ADD 1 TO w-coh-cant-mat(w-coh-enc)
                       IF hac-condicion IS EQUAL "PROMOCIONA"
                           ADD 1 TO w-coh-cant-promo(w-coh-enc)
                       END-IF
                       IF hac-condicion IS EQUAL "EXAM.FINAL" OR
                               hac-condicion IS EQUAL "APROBADA"
                           ADD 1 TO w-coh-cant-final(w-coh-enc)
                       END-IF
                       IF hac-condicion IS EQUAL "RECURSA"
                           ADD 1 TO w-coh-cant-recursa(w-coh-enc)
                       END-IF
                   END-IF
                   PERFORM 230-LEER-HISTORIA-ACAD
               END-PERFORM
           END-IF.
       230-LEER-HISTORIA-ACAD.
           IF w-flag-hac-fin IS NOT EQUAL 1
               READ HISTORIA-ACAD NEXT RECORD
                   AT END MOVE 1 TO w-flag-hac-fin
               END-READ
           END-IF.
           IF w-flag-hac-fin IS NOT EQUAL 1
               IF w-hac-status IS NOT EQUAL "00" AND
                       w-hac-status IS NOT EQUAL "02"
                   DISPLAY "ERROR " w-hac-status
                       " AL LEER HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF hac-alumno IS NOT EQUAL w-alu-actual
                   MOVE 1 TO w-flag-hac-fin
               END-IF
           END-IF.

      ******************************************************************
      * Las bajas de registros anteriores a la incorporacion de carrera
      * y cohorte al archivo de bajas quedan en la fila "???".
      ******************************************************************
       250-ACUMULAR-BAJAS.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-baj
               MOVE w-bt-carrera(w-busca-i) TO w-busca-carrera
               MOVE w-bt-cohorte(w-busca-i) TO w-busca-cohorte
               PERFORM 400-BUSCAR-COHORTE
               IF w-coh-enc IS NOT EQUAL ZERO
                   ADD 1 TO w-coh-inscriptos(w-coh-enc)
                   ADD 1 TO w-coh-bajas(w-coh-enc)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Cursantes: alumnos con promedio en el periodo (historiaProm).
      * El periodo actual sale de historiaPromNueva si tiene datos y si
      * no de historiaProm; el anterior siempre de historiaProm. El
      * promedio general de la cohorte es el de sus activos.
      ******************************************************************
       300-CURSANTES.
           OPEN INPUT HISTORIA-NUEVA.
           IF w-hnu-status IS NOT EQUAL "00" AND
                   w-hnu-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hnu-status " AL ABRIR HISTORIA-NUEVA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-his.
           PERFORM UNTIL w-flag-his IS EQUAL 1
               READ HISTORIA-NUEVA AT END MOVE 1 TO w-flag-his
                   NOT AT END
                       IF hist-nueva-per IS EQUAL w-per-cod
                           MOVE 1 TO w-flag-nueva-datos
                           MOVE 1 TO w-flag-es-actual
                           MOVE hist-nueva-cod TO w-busca-codigo
                           MOVE hist-nueva-prom TO w-busca-prom
                           PERFORM 350-REGISTRAR-PROMEDIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-NUEVA.
           OPEN INPUT HISTORIA-ANT.
           IF w-hist-status IS NOT EQUAL "00" AND
                   w-hist-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hist-status " AL ABRIR HISTORIA-ANT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-his.
           PERFORM UNTIL w-flag-his IS EQUAL 1
               READ HISTORIA-ANT AT END MOVE 1 TO w-flag-his
                   NOT AT END
                       MOVE hist-ant-cod TO w-busca-codigo
                       MOVE hist-ant-prom TO w-busca-prom
                       IF w-flag-ant-ok IS EQUAL 1 AND
                               hist-ant-per IS EQUAL w-per-ant-cod
                           MOVE ZERO TO w-flag-es-actual
                           PERFORM 350-REGISTRAR-PROMEDIO
                       END-IF
                       IF w-flag-nueva-datos IS NOT EQUAL 1 AND
                               hist-ant-per IS EQUAL w-per-cod
                           MOVE 1 TO w-flag-es-actual
                           PERFORM 350-REGISTRAR-PROMEDIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-ANT.
       350-REGISTRAR-PROMEDIO.
           ADD 1 TO w-tot-prom-leidos.
           MOVE ZERO TO w-flag-encontrado.
           PERFORM 170-LEER-ALUMNO.
           IF w-flag-activo IS EQUAL 1
               MOVE 1 TO w-flag-encontrado
               MOVE alu-carrera TO w-busca-carrera
               IF alu-cohorte IS NUMERIC
                   MOVE alu-cohorte TO w-busca-cohorte
               ELSE
                   MOVE ZERO TO w-busca-cohorte
               END-IF
           ELSE
               PERFORM 180-BUSCAR-BAJA
               IF w-baj-enc IS NOT EQUAL ZERO
                   MOVE 1 TO w-flag-encontrado
                   MOVE w-bt-carrera(w-baj-enc) TO w-busca-carrera
                   MOVE w-bt-cohorte(w-baj-enc) TO w-busca-cohorte
               END-IF
           END-IF.
           IF w-flag-encontrado IS NOT EQUAL 1
               ADD 1 TO w-tot-prom-sin-alu
           ELSE
               PERFORM 400-BUSCAR-COHORTE
               IF w-coh-enc IS NOT EQUAL ZERO
                   IF w-flag-es-actual IS EQUAL 1
                       ADD 1 TO w-coh-cur-act(w-coh-enc)
                       IF w-flag-activo IS EQUAL 1
                           ADD w-busca-prom
                               TO w-coh-suma-prom(w-coh-enc)
                           ADD 1 TO w-coh-cant-prom(w-coh-enc)
                       END-IF
                   ELSE
                       ADD 1 TO w-coh-cur-ant(w-coh-enc)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Busca la fila de w-busca-carrera / w-busca-cohorte y si no
      * existe la inserta en orden. Deja w-coh-enc en cero si la tabla
      * esta llena.
      ******************************************************************
       400-BUSCAR-COHORTE.
           IF w-busca-carrera IS EQUAL SPACES
               MOVE "???" TO w-busca-carrera
           END-IF.
           MOVE ZERO TO w-coh-enc.
           MOVE ZERO TO w-coh-pos.
           PERFORM VARYING w-mov-i FROM 1 BY 1
               UNTIL w-mov-i > w-cant-coh OR w-coh-pos > ZERO
               IF w-coh-carrera(w-mov-i) IS GREATER THAN
                       w-busca-carrera OR
                       (w-coh-carrera(w-mov-i) IS EQUAL
                           w-busca-carrera AND
                        w-coh-cohorte(w-mov-i) IS NOT LESS THAN
                           w-busca-cohorte)
                   MOVE w-mov-i TO w-coh-pos
               END-IF
           END-PERFORM.
           IF w-coh-pos IS NOT EQUAL ZERO
               IF w-coh-carrera(w-coh-pos) IS EQUAL w-busca-carrera
                       AND w-coh-cohorte(w-coh-pos) IS EQUAL
                           w-busca-cohorte
                   MOVE w-coh-pos TO w-coh-enc
               END-IF
           ELSE
               COMPUTE w-coh-pos = w-cant-coh + 1
           END-IF.
           IF w-coh-enc IS EQUAL ZERO
               IF w-cant-coh < 200
                   PERFORM VARYING w-mov-i FROM w-cant-coh BY -1
                       UNTIL w-mov-i < w-coh-pos
                       MOVE w-coh-entry(w-mov-i)
                           TO w-coh-entry(w-mov-i + 1)
                   END-PERFORM
                   ADD 1 TO w-cant-coh
                   INITIALIZE w-coh-entry(w-coh-pos)
                   MOVE w-busca-carrera TO w-coh-carrera(w-coh-pos)
                   MOVE w-busca-cohorte TO w-coh-cohorte(w-coh-pos)
                   MOVE w-coh-pos TO w-coh-enc
               ELSE
                   IF w-flag-coh-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-coh-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 200 "
                           "filas de carrera y cohorte; las "
                           "restantes no se informan."
                   END-IF
               END-IF
           END-IF.

       500-IMPRIME-TABLA.
           PERFORM VARYING w-coh-idx FROM 1 BY 1
               UNTIL w-coh-idx > w-cant-coh
               MOVE w-coh-entry(w-coh-idx) TO w-fila
               PERFORM 520-CALCULAR-FILA
               PERFORM 530-IMPRIME-FILA
               WRITE lis-reg FROM detalle-coh AFTER 1
               PERFORM 540-ESCRIBIR-CSV
               ADD w-fil-inscriptos TO w-tg-inscriptos
               ADD w-fil-activos TO w-tg-activos
               ADD w-fil-bajas TO w-tg-bajas
               ADD w-fil-sin-notas TO w-tg-sin-notas
               ADD w-fil-suma-prom TO w-tg-suma-prom
               ADD w-fil-cant-prom TO w-tg-cant-prom
               ADD w-fil-cant-mat TO w-tg-cant-mat
               ADD w-fil-cant-promo TO w-tg-cant-promo
               ADD w-fil-cant-final TO w-tg-cant-final
               ADD w-fil-cant-recursa TO w-tg-cant-recursa
               ADD w-fil-cur-ant TO w-tg-cur-ant
               ADD w-fil-cur-act TO w-tg-cur-act
           END-PERFORM.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE w-fila-tot TO w-fila.
           MOVE "TOT" TO w-fil-carrera.
           PERFORM 520-CALCULAR-FILA.
           PERFORM 530-IMPRIME-FILA.
           MOVE lin-dat-coh(12:69) TO dg-resto.
           WRITE lis-reg FROM detalle-total AFTER 1.
           PERFORM 540-ESCRIBIR-CSV.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "S/NOT: activos sin notas en el periodo."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 2.
           MOVE "PROM.: promedio general de los activos."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
           MOVE "%PROM/%FIN./%REC.: materias del periodo en"
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
           MOVE "PROMOCIONA, EXAM.FINAL (o APROBADA) y RECURSA."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
           MOVE SPACES TO dmsg-texto.
           STRING "C.ANT/C.ACT: cursantes con promedio en "
                      DELIMITED BY SIZE
                  w-per-ant-cod DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  w-per-cod DELIMITED BY SIZE
                  "; %CAIDA sobre C.ANT." DELIMITED BY SIZE
               INTO dmsg-texto
           END-STRING.
           WRITE lis-reg FROM detalle-msg AFTER 1.
       520-CALCULAR-FILA.
           MOVE ZERO TO w-res-promedio.
           MOVE ZERO TO w-res-pct-promo.
           MOVE ZERO TO w-res-pct-final.
           MOVE ZERO TO w-res-pct-recursa.
           MOVE ZERO TO w-res-pct-caida.
           IF w-fil-cant-prom IS GREATER THAN ZERO
               COMPUTE w-res-promedio ROUNDED =
                   w-fil-suma-prom / w-fil-cant-prom
           END-IF.
           IF w-fil-cant-mat IS GREATER THAN ZERO
               COMPUTE w-res-pct-promo ROUNDED =
                   w-fil-cant-promo * 100 / w-fil-cant-mat
               COMPUTE w-res-pct-final ROUNDED =
                   w-fil-cant-final * 100 / w-fil-cant-mat
               COMPUTE w-res-pct-recursa ROUNDED =
                   w-fil-cant-recursa * 100 / w-fil-cant-mat
           END-IF.
           COMPUTE w-res-caida = w-fil-cur-ant - w-fil-cur-act.
           IF w-fil-cur-ant IS GREATER THAN ZERO
               COMPUTE w-res-pct-caida ROUNDED =
                   w-res-caida * 100 / w-fil-cur-ant
           END-IF.
       530-IMPRIME-FILA.
           MOVE w-fil-carrera TO dc-carrera.
           MOVE w-fil-cohorte TO dc-cohorte.
           MOVE w-fil-inscriptos TO dc-inscriptos.
           MOVE w-fil-activos TO dc-activos.
           MOVE w-fil-bajas TO dc-bajas.
           MOVE w-fil-sin-notas TO dc-sin-notas.
           MOVE w-res-promedio TO dc-promedio.
           MOVE w-res-pct-promo TO dc-pct-promo.
           MOVE w-res-pct-final TO dc-pct-final.
           MOVE w-res-pct-recursa TO dc-pct-recursa.
           MOVE w-fil-cur-ant TO dc-cur-ant.
           MOVE w-fil-cur-act TO dc-cur-act.
           MOVE w-res-pct-caida TO dc-pct-caida.
       540-ESCRIBIR-CSV.
           MOVE w-fil-inscriptos TO w-csv-cant-ed.
           MOVE w-fil-activos TO w-csv-cant2-ed.
           MOVE w-fil-bajas TO w-csv-cant3-ed.
           MOVE w-fil-sin-notas TO w-csv-cant4-ed.
           MOVE w-fil-cur-ant TO w-csv-cant5-ed.
           MOVE w-fil-cur-act TO w-csv-cant6-ed.
           MOVE w-res-promedio TO w-csv-prom-ed.
           MOVE w-res-pct-promo TO w-csv-pct1-ed.
           MOVE w-res-pct-final TO w-csv-pct2-ed.
           MOVE w-res-pct-recursa TO w-csv-pct3-ed.
           MOVE w-res-caida TO w-csv-caida-ed.
           MOVE w-res-pct-caida TO w-csv-pcaida-ed.
           MOVE SPACES TO csv-reg.
           MOVE 1 TO w-csv-ptr.
           IF w-fil-carrera IS EQUAL "TOT"
               STRING "TOTAL;" DELIMITED BY SIZE
                   INTO csv-reg
                   WITH POINTER w-csv-ptr
               END-STRING
           ELSE
               STRING w-fil-carrera DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      w-fil-cohorte DELIMITED BY SIZE
                   INTO csv-reg
                   WITH POINTER w-csv-ptr
               END-STRING
           END-IF.
           STRING ";" DELIMITED BY SIZE
                  w-csv-cant-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-cant2-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-cant3-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-cant4-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-prom-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-pct1-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-pct2-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-pct3-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-cant5-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-cant6-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-caida-ed DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-csv-pcaida-ed DELIMITED BY SIZE
               INTO csv-reg
               WITH POINTER w-csv-ptr
           END-STRING.
           WRITE csv-reg.
           IF w-csv-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-csv-status " AL GRABAR CSV-RETENCION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       600-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "ALUMNOS ACTIVOS LEIDOS..:" TO dt-leyenda.
           MOVE w-tot-alu-leidos TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "REGISTROS DE BAJA LEIDOS:" TO dt-leyenda.
           MOVE w-tot-baj-leidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "BAJAS DE ALUMNOS ACTIVOS:" TO dt-leyenda.
           MOVE w-tot-baj-reinc TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "ALUMNOS DADOS DE BAJA...:" TO dt-leyenda.
           MOVE w-cant-baj TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "PROMEDIOS LEIDOS........:" TO dt-leyenda.
           MOVE w-tot-prom-leidos TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "PROMEDIOS SIN ALUMNO....:" TO dt-leyenda.
           MOVE w-tot-prom-sin-alu TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "FILAS CARRERA/COHORTE...:" TO dt-leyenda.
           MOVE w-cant-coh TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           CLOSE ALUMNOS.
           IF w-flag-hac-ok IS EQUAL 1
               CLOSE HISTORIA-ACAD
           END-IF.
           CLOSE CSV-RETENCION.
           CLOSE LISTADO-RET.
       END PROGRAM retencionCohortes.
