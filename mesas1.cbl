      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mesas de examen final. Carga los resultados de las
      *          mesas en la historia academica (aprobada por final o
      *          desaprobada), vence las regularidades por cantidad de
      *          mesas o de periodos pasandolas a RECURSA y arma el
      *          padron de habilitados de cada mesa, impreso por
      *          materia y en padronMesas.dat para inscripciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mesasFinal.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO
           ASSIGN TO
           "..\periodo.txt"
           FILE STATUS IS w-per-status.
           SELECT OPTIONAL PARAMETROS
           ASSIGN TO
           "..\parametrosMesa.txt"
           FILE STATUS IS w-prm-status.
           SELECT MESAS
           ASSIGN TO
           "..\mesas.txt"
           FILE STATUS IS w-mes-status.
           SELECT OPTIONAL RESULTADOS
           ASSIGN TO
           "..\resultadosMesa.txt"
           FILE STATUS IS w-res-status.
           SELECT OPTIONAL HISTORIA-ACAD
           ASSIGN TO
           "..\historiaAcad.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY hac-clave
           FILE STATUS IS w-hac-status.
           SELECT ALUMNOS-MAE
           ASSIGN TO
           "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY mae-codigo
           FILE STATUS IS w-mae-status.
           SELECT PADRON
           ASSIGN TO
           "..\padronMesas.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-pad-status.
           SELECT LISTADO-MES
           ASSIGN TO PRINTER,
           "..\impMesas.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO.
       01  per-reg.
           03 per-codigo pic x(7).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).

      ******************************************************************
      * PARAMETROS: un unico registro. Un campo en cero o no numerico
      * toma el valor por omision.
      *   prm-max-mesas     finales desaprobados que vencen la
      *                     regularidad (omision 3)
      *   prm-max-periodos  periodos posteriores al de cursada en que
      *                     la regularidad sigue vigente (omision 4)
      *   prm-nota-aprob    nota minima de aprobacion (omision 4)
      ******************************************************************
       FD  PARAMETROS.
       01  prm-reg.
           03 prm-max-mesas pic 9(2).
           03 prm-max-periodos pic 9(2).
           03 prm-nota-aprob pic 9(2).

       FD  MESAS.
       01  mes-reg.
           03 mes-numero pic 9(4).
           03 mes-materia pic x(3).
           03 mes-fecha pic 9(8).

      ******************************************************************
      * RESULTADOS: una nota de final por registro. res-ausente = "A"
      * indica que el alumno no se presento; no consume la mesa.
      ******************************************************************
       FD  RESULTADOS.
       01  res-reg.
           03 res-mesa pic 9(4).
           03 res-alumno pic x(6).
           03 res-nota pic 9(2).
           03 res-ausente pic x(1).

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

       FD  ALUMNOS-MAE.
       01  mae-reg.
           03 mae-codigo pic x(6).
           03 mae-nombre pic x(20).
           03 mae-carrera pic x(3).
           03 mae-cohorte pic 9(4).

      ******************************************************************
      * PADRON: un registro por alumno habilitado en cada mesa, para
      * la oficina de inscripciones.
      *   01-04  pad-mesa       numero de mesa
      *   05-07  pad-materia    materia
      *   08-15  pad-fecha      fecha de la mesa
      *   16-21  pad-alumno     codigo de alumno
      *   22-41  pad-nombre     nombre del alumno
      *   42-48  pad-periodo    periodo en que regularizo
      *   49-50  pad-mesas      finales desaprobados hasta hoy
      ******************************************************************
       FD  PADRON.
       01  pad-reg.
           03 pad-mesa pic 9(4).
           03 pad-materia pic x(3).
           03 pad-fecha pic 9(8).
           03 pad-alumno pic x(6).
           03 pad-nombre pic x(20).
           03 pad-periodo pic x(7).
           03 pad-mesas pic 9(2).

       FD  LISTADO-MES
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-per-status pic xx value "00".
       01  w-prm-status pic xx value "00".
       01  w-mes-status pic xx value "00".
       01  w-res-status pic xx value "00".
       01  w-hac-status pic xx value "00".
       01  w-mae-status pic xx value "00".
       01  w-pad-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-mes pic 9 value zero.
       01  w-flag-mes-lleno pic 9 value zero.
       01  w-flag-res pic 9 value zero.
       01  w-flag-hac-fin pic 9 value zero.
       01  w-flag-pad-lleno pic 9 value zero.
       01  w-flag-per-valido pic 9 value zero.
       01  w-per-cod pic x(7) value spaces.
       01  w-per-ordinal pic 9(5) value zero.
       01  w-hac-ordinal pic 9(5) value zero.
       01  w-per-antig pic s9(5) value zero.
       01  w-per-aux pic x(7).
       01  w-per-aux-r REDEFINES w-per-aux.
           03 w-per-aux-anio pic 9(4).
           03 filler pic x(1).
           03 w-per-aux-cuat pic 9(1).
           03 filler pic x(1).
       01  w-max-mesas pic 9(2) value 3.
       01  w-max-periodos pic 9(2) value 4.
       01  w-nota-aprob pic 9(2) value 4.
       01  w-fecha-proc pic 9(8) value zero.
       01  w-motivo pic x(25).
       01  w-resultado pic x(9).
       01  w-mes-idx-enc pic 9(3) value zero.
       01  w-tabla-mesas.
           03 w-mes-entry OCCURS 50 TIMES INDEXED BY w-mes-idx.
               05 w-mes-numero pic 9(4).
               05 w-mes-materia pic x(3).
               05 w-mes-fecha pic 9(8).
               05 w-mes-con-result pic 9.
       01  w-cant-mesas pic 9(3) value zero.
      ******************************************************************
      * Situacion de un alumno en una materia segun todos sus periodos
      * de la historia academica.
      ******************************************************************
       01  w-grp-clave.
           03 w-grp-alumno pic x(6).
           03 w-grp-materia pic x(3).
       01  w-grp-aprobada pic 9 value zero.
       01  w-grp-regular pic 9 value zero.
       01  w-grp-periodo pic x(7).
       01  w-grp-mesas pic 9(2) value zero.
       01  w-grp-ult-mesa pic 9(4) value zero.
       01  w-tabla-padron.
           03 w-pad-entry OCCURS 1000 TIMES INDEXED BY w-pad-idx.
               05 w-pad-mesa-idx pic 9(3).
               05 w-pad-alumno pic x(6).
               05 w-pad-periodo pic x(7).
               05 w-pad-mesas pic 9(2).
       01  w-cant-padron pic 9(4) value zero.
       01  w-cant-pad-mesa pic 9(4) value zero.
       01  w-tot-res-leidos pic 9(5) value zero.
       01  w-tot-aprobados pic 9(5) value zero.
       01  w-tot-desaprob pic 9(5) value zero.
       01  w-tot-ausentes pic 9(5) value zero.
       01  w-tot-rechazados pic 9(5) value zero.
       01  w-tot-vencidas pic 9(5) value zero.
       01  w-tot-habilitados pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(40)
                  value "MESAS DE EXAMEN FINAL - PERIODO".
               05 c1-periodo pic x(7).
               05 filler pic x(13) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(4) value "MESA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "MAT".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(4) value "NOTA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(9) value "RESULTADO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "MOTIVO".
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-res.
           03  lin-dat-res.
               05 filler pic x(4) value spaces.
               05 dr-mesa pic zzz9.
               05 filler pic x(2) value spaces.
               05 dr-materia pic x(3).
               05 filler pic x(2) value spaces.
               05 dr-alumno pic x(6).
               05 filler pic x(4) value spaces.
               05 dr-nota pic z9.
               05 filler pic x(2) value spaces.
               05 dr-resultado pic x(9).
               05 filler pic x(2) value spaces.
               05 dr-motivo pic x(25).
       01  cabecera-ven1.
           03  lin-titulo-ven.
               05 filler pic x(20) value spaces.
               05 filler pic x(40)
                  value "REGULARIDADES VENCIDAS (PASAN A RECURSA)".
       01  cabecera-ven2.
           03  lin-titulo-ven-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "MAT".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(7) value "PERIODO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(5) value "MESAS".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "MOTIVO".
       01  detalle-ven.
           03  lin-dat-ven.
               05 filler pic x(4) value spaces.
               05 dv-alumno pic x(6).
               05 filler pic x(2) value spaces.
               05 dv-materia pic x(3).
               05 filler pic x(2) value spaces.
               05 dv-periodo pic x(7).
               05 filler pic x(5) value spaces.
               05 dv-mesas pic z9.
               05 filler pic x(2) value spaces.
               05 dv-motivo pic x(25).
       01  cabecera-pad1.
           03  lin-titulo-pad.
               05 filler pic x(4) value spaces.
               05 filler pic x(30)
                  value "PADRON DE HABILITADOS - MESA".
               05 cp-mesa pic zzz9.
               05 filler pic x(11) value "  MATERIA: ".
               05 cp-materia pic x(3).
               05 filler pic x(9) value "  FECHA: ".
               05 cp-fecha pic 9(8).
       01  cabecera-pad2.
           03  lin-titulo-pad-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(20) value "NOMBRE".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(11) value "REGULAR EN".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(13) value "FINALES DESAP".
       01  detalle-pad.
           03  lin-dat-pad.
               05 filler pic x(4) value spaces.
               05 dp-alumno pic x(6).
               05 filler pic x(2) value spaces.
               05 dp-nombre pic x(20).
               05 filler pic x(2) value spaces.
               05 dp-periodo pic x(7).
               05 filler pic x(10) value spaces.
               05 dp-mesas pic z9.
       01  detalle-pad-vacio.
           03  lin-dat-pad-vacio.
               05 filler pic x(4) value spaces.
               05 filler pic x(30)
                  value "SIN ALUMNOS HABILITADOS".
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DE MESAS DE FINAL".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dtt-leyenda pic x(26).
               05 dtt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-MESAS.
           PERFORM 300-APLICAR-RESULTADOS.
           PERFORM 400-RECORRER-HISTORIA.
           PERFORM 500-EMITIR-PADRON.
           PERFORM 600-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-rechazados IS GREATER THAN ZERO
               DISPLAY "MESAS DE FINAL CON " w-tot-rechazados
                   " RESULTADOS RECHAZADOS; VER impMesas.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
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
               DISPLAY "ERROR: periodo.txt vacio; no se puede "
                   "determinar el periodo de la corrida."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-ORDINAL-PERIODO-ACTUAL.
           PERFORM 120-LEER-PARAMETROS.
           OPEN INPUT MESAS.
           IF w-mes-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mes-status " AL ABRIR MESAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESULTADOS.
           IF w-res-status IS NOT EQUAL "00" AND
                   w-res-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-res-status " AL ABRIR RESULTADOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORIA-ACAD.
           IF w-hac-status IS NOT EQUAL "00" AND
                   w-hac-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hac-status " AL ABRIR HISTORIA-ACAD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUMNOS-MAE.
           IF w-mae-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mae-status " AL ABRIR ALUMNOS-MAE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PADRON.
           IF w-pad-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-pad-status " AL ABRIR PADRON"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-MES.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-MES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proc FROM DATE YYYYMMDD.
           MOVE w-per-cod TO c1-periodo.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
      ******************************************************************
      * El codigo de periodo es AAAA-NC (2024-1C, 2024-2C). Para
      * contar periodos se numera cada cuatrimestre como AAAA * 2 + N.
      * Si el codigo no sigue ese formato no se vence por periodos.
      ******************************************************************
       110-ORDINAL-PERIODO-ACTUAL.
           MOVE w-per-cod TO w-per-aux.
           IF w-per-aux-anio IS NUMERIC AND
                   (w-per-aux-cuat IS EQUAL 1 OR
                    w-per-aux-cuat IS EQUAL 2)
               MOVE 1 TO w-flag-per-valido
               COMPUTE w-per-ordinal = w-per-aux-anio * 2 +
                   w-per-aux-cuat
           ELSE
               DISPLAY "AVISO: el periodo " w-per-cod " no tiene "
                   "formato AAAA-NC; no se vencen regularidades "
                   "por cantidad de periodos."
           END-IF.
       120-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-prm-status IS EQUAL "00"
               READ PARAMETROS
                   NOT AT END
                       IF prm-max-mesas IS NUMERIC AND
                               prm-max-mesas IS GREATER THAN ZERO
                           MOVE prm-max-mesas TO w-max-mesas
                       END-IF
                       IF prm-max-periodos IS NUMERIC AND
                               prm-max-periodos IS GREATER THAN ZERO
                           MOVE prm-max-periodos TO w-max-periodos
                       END-IF
                       IF prm-nota-aprob IS NUMERIC AND
                               prm-nota-aprob IS GREATER THAN ZERO
                           MOVE prm-nota-aprob TO w-nota-aprob
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           DISPLAY "REGULARIDAD: " w-max-mesas " FINALES DESAPROBADOS "
               "O " w-max-periodos " PERIODOS; APRUEBA CON "
               w-nota-aprob.

       200-CARGAR-MESAS.
           PERFORM 220-LEER-MESA.
           PERFORM UNTIL w-flag-mes IS EQUAL 1
               IF w-cant-mesas < 50
                   ADD 1 TO w-cant-mesas
                   MOVE mes-numero TO w-mes-numero(w-cant-mesas)
                   MOVE mes-materia TO w-mes-materia(w-cant-mesas)
                   MOVE mes-fecha TO w-mes-fecha(w-cant-mesas)
                   MOVE ZERO TO w-mes-con-result(w-cant-mesas)
               ELSE
                   IF w-flag-mes-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-mes-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 50 "
                           "mesas; las restantes no se procesan "
                           "en esta corrida."
                   END-IF
               END-IF
               PERFORM 220-LEER-MESA
           END-PERFORM.
           CLOSE MESAS.
       220-LEER-MESA.
           READ MESAS AT END MOVE 1 TO w-flag-mes END-READ.
           IF w-flag-mes IS NOT EQUAL 1 AND
                   w-mes-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mes-status " AL LEER MESAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Cada resultado se aplica sobre el registro de la historia en
      * que el alumno quedo regular (EXAM.FINAL). Una mesa que ya se
      * cargo en ese registro no se vuelve a contar, asi la corrida
      * puede repetirse con el mismo archivo de resultados.
      ******************************************************************
       300-APLICAR-RESULTADOS.
           PERFORM 320-LEER-RESULTADO.
           PERFORM UNTIL w-flag-res IS EQUAL 1
               ADD 1 TO w-tot-res-leidos
               MOVE SPACES TO w-motivo
               PERFORM 330-VALIDAR-RESULTADO
               IF w-motivo IS EQUAL SPACES
                   PERFORM 360-ACTUALIZAR-HISTORIA
               ELSE
                   MOVE "RECHAZADO" TO w-resultado
                   ADD 1 TO w-tot-rechazados
               END-IF
               PERFORM 370-LISTAR-RESULTADO
               PERFORM 320-LEER-RESULTADO
           END-PERFORM.
           CLOSE RESULTADOS.
       320-LEER-RESULTADO.
           READ RESULTADOS AT END MOVE 1 TO w-flag-res END-READ.
           IF w-flag-res IS NOT EQUAL 1 AND
                   w-res-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-res-status " AL LEER RESULTADOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       330-VALIDAR-RESULTADO.
           MOVE ZERO TO w-mes-idx-enc.
           PERFORM VARYING w-mes-idx FROM 1 BY 1
               UNTIL w-mes-idx > w-cant-mesas
               IF w-mes-numero(w-mes-idx) IS EQUAL res-mesa
                   SET w-mes-idx-enc TO w-mes-idx
               END-IF
           END-PERFORM.
           IF w-mes-idx-enc IS EQUAL ZERO
               MOVE "MESA INEXISTENTE" TO w-motivo
           ELSE
               MOVE 1 TO w-mes-con-result(w-mes-idx-enc)
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   res-ausente IS NOT EQUAL "A" AND
                   (res-nota IS NOT NUMERIC OR
                    res-nota IS LESS THAN 1 OR
                    res-nota IS GREATER THAN 10)
               MOVE "NOTA FUERA DE RANGO 1-10" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE res-alumno TO w-grp-alumno
               MOVE w-mes-materia(w-mes-idx-enc) TO w-grp-materia
               PERFORM 340-SITUACION-ALUMNO
               IF w-grp-aprobada IS EQUAL 1
                   MOVE "MATERIA YA APROBADA" TO w-motivo
               ELSE
                   IF w-grp-regular IS NOT EQUAL 1
                       MOVE "ALUMNO NO REGULAR" TO w-motivo
                   ELSE
                       IF w-grp-ult-mesa IS EQUAL res-mesa
                           MOVE "RESULTADO YA CARGADO" TO w-motivo
                       END-IF
                   END-IF
               END-IF
           END-IF.
       340-SITUACION-ALUMNO.
           MOVE ZERO TO w-grp-aprobada.
           MOVE ZERO TO w-grp-regular.
           MOVE w-grp-alumno TO hac-alumno.
           MOVE w-grp-materia TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           MOVE ZERO TO w-flag-hac-fin.
           START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
               INVALID KEY MOVE 1 TO w-flag-hac-fin
           END-START.
           PERFORM 420-LEER-HISTORIA.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               IF hac-alumno IS NOT EQUAL w-grp-alumno OR
                       hac-materia IS NOT EQUAL w-grp-materia
                   MOVE 1 TO w-flag-hac-fin
               ELSE
                   PERFORM 430-ACUMULAR-SITUACION
                   PERFORM 420-LEER-HISTORIA
               END-IF
           END-PERFORM.
       360-ACTUALIZAR-HISTORIA.
           MOVE w-grp-alumno TO hac-alumno.
           MOVE w-grp-materia TO hac-materia.
           MOVE w-grp-periodo TO hac-periodo.
           READ HISTORIA-ACAD
               INVALID KEY
                   DISPLAY "ERROR " w-hac-status
                       " AL RELEER HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE res-mesa TO hac-ult-mesa.
           MOVE w-fecha-proc TO hac-fecha-proc.
           IF res-ausente IS EQUAL "A"
               MOVE "AUSENTE" TO w-resultado
               ADD 1 TO w-tot-ausentes
           ELSE
               MOVE res-nota TO hac-nota-final
               MOVE w-mes-fecha(w-mes-idx-enc) TO hac-fecha-final
               IF res-nota IS NOT LESS THAN w-nota-aprob
                   MOVE "APROBADA" TO hac-condicion
                   MOVE "F" TO hac-origen
                   MOVE "APROBADO" TO w-resultado
                   ADD 1 TO w-tot-aprobados
               ELSE
                   ADD 1 TO hac-cant-mesas
                   MOVE "DESAPROB." TO w-resultado
                   ADD 1 TO w-tot-desaprob
                   IF hac-cant-mesas IS NOT LESS THAN w-max-mesas
                       MOVE "RECURSA" TO hac-condicion
                       MOVE "V" TO hac-origen
                       MOVE "VENCE REGULARIDAD" TO w-motivo
                       ADD 1 TO w-tot-vencidas
                   END-IF
               END-IF
           END-IF.
           REWRITE hac-reg.
           IF w-hac-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-hac-status " AL GRABAR HISTORIA-ACAD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       370-LISTAR-RESULTADO.
           MOVE res-mesa TO dr-mesa.
           IF w-mes-idx-enc IS NOT EQUAL ZERO
               MOVE w-mes-materia(w-mes-idx-enc) TO dr-materia
           ELSE
               MOVE SPACES TO dr-materia
           END-IF.
           MOVE res-alumno TO dr-alumno.
           IF res-nota IS NUMERIC AND res-ausente IS NOT EQUAL "A"
               MOVE res-nota TO dr-nota
           ELSE
               MOVE ZERO TO dr-nota
           END-IF.
           MOVE w-resultado TO dr-resultado.
           MOVE w-motivo TO dr-motivo.
           WRITE lis-reg FROM detalle-res AFTER 1.

      ******************************************************************
      * Recorrido completo de la historia academica, que esta ordenada
      * por alumno + materia + periodo. Se vencen las regularidades
      * fuera de termino y, al cambiar de alumno o materia, el alumno
      * que sigue regular y sin aprobar entra al padron de las mesas
      * de esa materia que todavia no tienen resultados.
      ******************************************************************
       400-RECORRER-HISTORIA.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-ven1 AFTER 1.
           WRITE lis-reg FROM cabecera-ven2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE LOW-VALUES TO hac-clave.
           MOVE HIGH-VALUES TO w-grp-clave.
           MOVE ZERO TO w-flag-hac-fin.
           START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
               INVALID KEY MOVE 1 TO w-flag-hac-fin
           END-START.
           PERFORM 420-LEER-HISTORIA.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               IF hac-alumno IS NOT EQUAL w-grp-alumno OR
                       hac-materia IS NOT EQUAL w-grp-materia
                   PERFORM 450-CERRAR-GRUPO
                   MOVE hac-alumno TO w-grp-alumno
                   MOVE hac-materia TO w-grp-materia
                   MOVE ZERO TO w-grp-aprobada
                   MOVE ZERO TO w-grp-regular
               END-IF
               IF hac-condicion IS EQUAL "EXAM.FINAL"
                   PERFORM 440-CONTROL-VENCIMIENTO
               END-IF
               PERFORM 430-ACUMULAR-SITUACION
               PERFORM 420-LEER-HISTORIA
           END-PERFORM.
           PERFORM 450-CERRAR-GRUPO.
       420-LEER-HISTORIA.
           IF w-flag-hac-fin IS NOT EQUAL 1
               READ HISTORIA-ACAD NEXT RECORD
                   AT END MOVE 1 TO w-flag-hac-fin
               END-READ
               IF w-flag-hac-fin IS NOT EQUAL 1 AND
                       w-hac-status IS NOT EQUAL "00" AND
                       w-hac-status IS NOT EQUAL "02"
                   DISPLAY "ERROR " w-hac-status
                       " AL LEER HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      ******************************************************************
      * Aprobada (por promocion o final) en cualquier periodo cierra la
      * materia; si no, vale la regularidad mas reciente.
      ******************************************************************
       430-ACUMULAR-SITUACION.
           IF hac-condicion IS EQUAL "PROMOCIONA" OR
                   hac-condicion IS EQUAL "APROBADA"
               MOVE 1 TO w-grp-aprobada
           END-IF.
           IF hac-condicion IS EQUAL "EXAM.FINAL"
               MOVE 1 TO w-grp-regular
               MOVE hac-periodo TO w-grp-periodo
               MOVE hac-cant-mesas TO w-grp-mesas
               MOVE hac-ult-mesa TO w-grp-ult-mesa
           END-IF.
       440-CONTROL-VENCIMIENTO.
           MOVE SPACES TO w-motivo.
           IF hac-cant-mesas IS NOT LESS THAN w-max-mesas
               MOVE "LIMITE DE FINALES" TO w-motivo
           END-IF.
           MOVE hac-periodo TO w-per-aux.
           IF w-motivo IS EQUAL SPACES AND
                   w-flag-per-valido IS EQUAL 1 AND
                   w-per-aux-anio IS NUMERIC AND
                   (w-per-aux-cuat IS EQUAL 1 OR
                    w-per-aux-cuat IS EQUAL 2)
               COMPUTE w-hac-ordinal = w-per-aux-anio * 2 +
                   w-per-aux-cuat
               COMPUTE w-per-antig = w-per-ordinal - w-hac-ordinal
               IF w-per-antig IS GREATER THAN w-max-periodos
                   MOVE "LIMITE DE PERIODOS" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo IS NOT EQUAL SPACES
               MOVE "RECURSA" TO hac-condicion
               MOVE "V" TO hac-origen
               MOVE w-fecha-proc TO hac-fecha-proc
               REWRITE hac-reg
               IF w-hac-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-hac-status
                       " AL GRABAR HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-tot-vencidas
               MOVE hac-alumno TO dv-alumno
               MOVE hac-materia TO dv-materia
               MOVE hac-periodo TO dv-periodo
               MOVE hac-cant-mesas TO dv-mesas
               MOVE w-motivo TO dv-motivo
               WRITE lis-reg FROM detalle-ven AFTER 1
           END-IF.
       450-CERRAR-GRUPO.
           IF w-grp-clave IS NOT EQUAL HIGH-VALUES AND
                   w-grp-regular IS EQUAL 1 AND
                   w-grp-aprobada IS NOT EQUAL 1
               PERFORM VARYING w-mes-idx FROM 1 BY 1
                   UNTIL w-mes-idx > w-cant-mesas
                   IF w-mes-materia(w-mes-idx) IS EQUAL
                           w-grp-materia AND
                           w-mes-con-result(w-mes-idx) IS EQUAL ZERO
                       PERFORM 460-AGREGAR-PADRON
                   END-IF
               END-PERFORM
           END-IF.
       460-AGREGAR-PADRON.
           IF w-cant-padron < 1000
               ADD 1 TO w-cant-padron
               SET w-pad-mesa-idx(w-cant-padron) TO w-mes-idx
               MOVE w-grp-alumno TO w-pad-alumno(w-cant-padron)
               MOVE w-grp-periodo TO w-pad-periodo(w-cant-padron)
               MOVE w-grp-mesas TO w-pad-mesas(w-cant-padron)
           ELSE
               IF w-flag-pad-lleno IS NOT EQUAL 1
                   MOVE 1 TO w-flag-pad-lleno
                   DISPLAY "AVISO: se alcanzo el limite de 1000 "
                       "inscriptos en padrones; el padron queda "
                       "incompleto."
               END-IF
           END-IF.

      ******************************************************************
      * Un padron por mesa, en orden de alumno; las mesas que ya
      * tienen resultados cargados no llevan padron.
      ******************************************************************
       500-EMITIR-PADRON.
           PERFORM VARYING w-mes-idx FROM 1 BY 1
               UNTIL w-mes-idx > w-cant-mesas
               IF w-mes-con-result(w-mes-idx) IS EQUAL ZERO
                   PERFORM 510-PADRON-MESA
               END-IF
           END-PERFORM.
       510-PADRON-MESA.
           MOVE w-mes-numero(w-mes-idx) TO cp-mesa.
           MOVE w-mes-materia(w-mes-idx) TO cp-materia.
           MOVE w-mes-fecha(w-mes-idx) TO cp-fecha.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-pad1 AFTER 1.
           WRITE lis-reg FROM cabecera-pad2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE ZERO TO w-cant-pad-mesa.
           PERFORM VARYING w-pad-idx FROM 1 BY 1
               UNTIL w-pad-idx > w-cant-padron
               IF w-pad-mesa-idx(w-pad-idx) IS EQUAL w-mes-idx
                   PERFORM 520-GRABAR-HABILITADO
               END-IF
           END-PERFORM.
           IF w-cant-pad-mesa IS EQUAL ZERO
               WRITE lis-reg FROM detalle-pad-vacio AFTER 1
           END-IF.
       520-GRABAR-HABILITADO.
           ADD 1 TO w-cant-pad-mesa.
           ADD 1 TO w-tot-habilitados.
           MOVE w-pad-alumno(w-pad-idx) TO mae-codigo.
           READ ALUMNOS-MAE
               INVALID KEY MOVE "** NO REGISTRADO **" TO mae-nombre
           END-READ.
           MOVE w-pad-alumno(w-pad-idx) TO dp-alumno.
           MOVE mae-nombre TO dp-nombre.
           MOVE w-pad-periodo(w-pad-idx) TO dp-periodo.
           MOVE w-pad-mesas(w-pad-idx) TO dp-mesas.
           WRITE lis-reg FROM detalle-pad AFTER 1.
           MOVE w-mes-numero(w-mes-idx) TO pad-mesa.
           MOVE w-mes-materia(w-mes-idx) TO pad-materia.
           MOVE w-mes-fecha(w-mes-idx) TO pad-fecha.
           MOVE w-pad-alumno(w-pad-idx) TO pad-alumno.
           MOVE mae-nombre TO pad-nombre.
           MOVE w-pad-periodo(w-pad-idx) TO pad-periodo.
           MOVE w-pad-mesas(w-pad-idx) TO pad-mesas.
           WRITE pad-reg.
           IF w-pad-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-pad-status " AL GRABAR PADRON"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       600-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "MESAS PROCESADAS........:" TO dtt-leyenda.
           MOVE w-cant-mesas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "RESULTADOS LEIDOS.......:" TO dtt-leyenda.
           MOVE w-tot-res-leidos TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "APROBADOS POR FINAL.....:" TO dtt-leyenda.
           MOVE w-tot-aprobados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "DESAPROBADOS............:" TO dtt-leyenda.
           MOVE w-tot-desaprob TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "AUSENTES................:" TO dtt-leyenda.
           MOVE w-tot-ausentes TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "RESULTADOS RECHAZADOS...:" TO dtt-leyenda.
           MOVE w-tot-rechazados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "REGULARIDADES VENCIDAS..:" TO dtt-leyenda.
           MOVE w-tot-vencidas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "HABILITADOS EN PADRONES.:" TO dtt-leyenda.
           MOVE w-tot-habilitados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           CLOSE HISTORIA-ACAD.
           CLOSE ALUMNOS-MAE.
           CLOSE PADRON.
           CLOSE LISTADO-MES.
       END PROGRAM mesasFinal.
