      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta de alumno por pantalla para la ventanilla de
      *          bedelia. Muestra los datos del maestro de alumnos, las
      *          notas y actas del periodo con el estado del acta, la
      *          condicion por materia, si el alumno esta dado de baja
      *          y sus ultimos promedios generales. Solo lectura: los
      *          cambios siguen entrando por las novedades de
      *          mantAlumnos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consultaAlumno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS
           ASSIGN TO
           "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY alu-codigo
           FILE STATUS IS w-alu-status.
           SELECT OPTIONAL PERIODO
           ASSIGN TO
           "..\periodo.txt"
           FILE STATUS IS w-per-status.
           SELECT OPTIONAL NOTAS
           ASSIGN TO
           "..\notas.txt"
           FILE STATUS IS w-not-status.
           SELECT OPTIONAL ACTAS
           ASSIGN TO
           "..\actas.txt"
           FILE STATUS IS w-act-status.
           SELECT OPTIONAL BAJAS
           ASSIGN TO
           "..\alumnosBaja.txt"
           FILE STATUS IS w-baj-status.
           SELECT OPTIONAL HISTORIA-ANT
           ASSIGN TO
           "..\historiaProm.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hist-status.
           SELECT OPTIONAL HISTORIA-ACAD
           ASSIGN TO
           "..\historiaAcad.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY hac-clave
           FILE STATUS IS w-hac-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       01  alu-reg.
           03 alu-codigo pic x(6).
           03 alu-nombre pic x(20).
           03 alu-carrera pic x(3).
           03 alu-cohorte pic 9(4).

       FD  PERIODO.
       01  per-reg.
           03 per-codigo pic x(7).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).

       FD  NOTAS.
       01  not-reg.
           03 not-acta pic 9(6).
           03 not-fecha pic 9(8).
           03 not-alumno pic x(6).
           03 not-materia pic x(3).
           03 not-nota pic 9(2).

       FD  ACTAS.
       01  act1-reg.
           03 act1-tipo-reg pic x.
           03 act1-acta pic 9(6).
           03 act1-fecha pic 9(8).
           03 act1-materia pic x(3).
           03 act1-estado pic x(1).
           03 act1-recupera pic 9(6).
       01  act2-registro.
           03 act2-tipo-reg pic x.
           03 act2-alumno pic x(9).
           03 act2-nota pic 9(2).

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

       FD  HISTORIA-ANT.
       01  hist-ant-reg.
           03 hist-ant-cod pic x(6).
           03 hist-ant-prom pic 9(2)v99.
           03 hist-ant-per pic x(7).

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

       WORKING-STORAGE SECTION.
       01  w-alu-status pic xx value "00".
       01  w-per-status pic xx value "00".
       01  w-not-status pic xx value "00".
       01  w-act-status pic xx value "00".
       01  w-baj-status pic xx value "00".
       01  w-hist-status pic xx value "00".
       01  w-hac-status pic xx value "00".
       01  w-flag-fin pic 9 value zero.
       01  w-flag-hay-alumno pic 9 value zero.
       01  w-flag-leido pic 9 value zero.
       01  w-flag-arch-fin pic 9 value zero.
       01  w-flag-hac-abierto pic 9 value zero.
       01  w-per-cod pic x(7) value "TODOS".
       01  w-per-desde pic 9(8) value zero.
       01  w-per-hasta pic 9(8) value 99999999.
       01  w-alu-actual pic x(6) value spaces.
       01  w-cab-acta pic 9(6) value zero.
       01  w-cab-fecha pic 9(8) value zero.
       01  w-cab-materia pic x(3) value spaces.
       01  w-cab-estado pic x(1) value spaces.
       01  w-cant-lin-not pic 9(3) value zero.
       01  w-cant-lin-cond pic 9(2) value zero.
       01  w-cant-prom pic 9(2) value zero.
       01  w-prom-i pic 9(2) value zero.
       01  w-cond-lin pic 9(2) value zero.
       01  w-cond-col pic 9(2) value zero.
       01  w-cond-pos pic 9(2) value zero.
       01  w-cond-aux pic 9(2) value zero.
       01  w-prom-ed pic z9,99.
      ******************************************************************
      * Ultimos promedios generales del alumno: se conservan los cuatro
      * ultimos que aparecen en historiaProm.
      ******************************************************************
       01  w-tabla-prom.
           03 w-prm-entry OCCURS 4 TIMES.
               05 w-prm-per pic x(7).
               05 w-prm-prom pic 9(2)v99.
      ******************************************************************
      * Campos de la pantalla.
      ******************************************************************
       01  w-pan-legajo pic x(6) value spaces.
       01  w-pan-cmd pic x(1) value spaces.
       01  w-pan-nombre pic x(20) value spaces.
       01  w-pan-carrera pic x(3) value spaces.
       01  w-pan-cohorte pic x(4) value spaces.
       01  w-pan-baja pic x(60) value spaces.
       01  w-pan-mensaje pic x(78) value spaces.
       01  w-pan-prom pic x(78) value spaces.
       01  w-pan-notas.
           03 w-pan-not-lin pic x(78) OCCURS 8 TIMES.
       01  w-pan-conds.
           03 w-pan-cond-lin pic x(78) OCCURS 3 TIMES.
       01  w-lin-nota.
           03 w-ln-origen pic x(6).
           03 filler pic x(2) value spaces.
           03 w-ln-acta pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 w-ln-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 w-ln-materia pic x(3).
           03 filler pic x(3) value spaces.
           03 w-ln-nota pic z9.
           03 filler pic x(3) value spaces.
           03 w-ln-estado pic x(9).
       01  w-lin-cond.
           03 w-lc-materia pic x(3).
           03 filler pic x(1) value space.
           03 w-lc-condicion pic x(10).
           03 filler pic x(1) value space.
           03 w-lc-prom pic z9,99.
           03 filler pic x(4) value spaces.
       SCREEN SECTION.
       01  pantalla.
           05 BLANK SCREEN.
           05 LINE 1 COL 20 VALUE "CONSULTA DE ALUMNO - PERIODO ".
           05 LINE 1 COL 49 PIC X(7) FROM w-per-cod.
           05 LINE 3 COL 2 VALUE "LEGAJO:".
           05 LINE 3 COL 10 PIC X(6) USING w-pan-legajo.
           05 LINE 3 COL 18 VALUE "NOMBRE:".
           05 LINE 3 COL 26 PIC X(20) FROM w-pan-nombre.
           05 LINE 3 COL 48 VALUE "CARRERA:".
           05 LINE 3 COL 57 PIC X(3) FROM w-pan-carrera.
           05 LINE 3 COL 62 VALUE "COHORTE:".
           05 LINE 3 COL 71 PIC X(4) FROM w-pan-cohorte.
           05 LINE 4 COL 2 PIC X(60) FROM w-pan-baja.
           05 LINE 6 COL 2 VALUE
              "ORIGEN    ACTA  FECHA     MAT  NOTA  ESTADO ACTA".
           05 LINE 7 COL 2 PIC X(78) FROM w-pan-not-lin(1).
           05 LINE 8 COL 2 PIC X(78) FROM w-pan-not-lin(2).
           05 LINE 9 COL 2 PIC X(78) FROM w-pan-not-lin(3).
           05 LINE 10 COL 2 PIC X(78) FROM w-pan-not-lin(4).
           05 LINE 11 COL 2 PIC X(78) FROM w-pan-not-lin(5).
           05 LINE 12 COL 2 PIC X(78) FROM w-pan-not-lin(6).
           05 LINE 13 COL 2 PIC X(78) FROM w-pan-not-lin(7).
           05 LINE 14 COL 2 PIC X(78) FROM w-pan-not-lin(8).
           05 LINE 16 COL 2 VALUE "CONDICION POR MATERIA EN EL PERIODO".
           05 LINE 17 COL 2 PIC X(78) FROM w-pan-cond-lin(1).
           05 LINE 18 COL 2 PIC X(78) FROM w-pan-cond-lin(2).
           05 LINE 19 COL 2 PIC X(78) FROM w-pan-cond-lin(3).
           05 LINE 20 COL 2 VALUE "ULTIMOS PROMEDIOS GENERALES".
           05 LINE 21 COL 2 PIC X(78) FROM w-pan-prom.
           05 LINE 22 COL 2 PIC X(78) FROM w-pan-mensaje.
           05 LINE 24 COL 2 VALUE
              "COMANDO (L=legajo S=siguiente A=anterior F=fin):".
           05 LINE 24 COL 51 PIC X(1) USING w-pan-cmd.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               MOVE SPACES TO w-pan-cmd
               DISPLAY pantalla
               ACCEPT pantalla
               PERFORM 200-PROCESAR-COMANDO
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.
       100-INICIO.
           OPEN INPUT ALUMNOS.
           IF w-alu-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-alu-status " AL ABRIR ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIA-ACAD.
           IF w-hac-status IS EQUAL "00"
               MOVE 1 TO w-flag-hac-abierto
           END-IF.
           OPEN INPUT PERIODO.
           IF w-per-status IS EQUAL "00"
               READ PERIODO
                   NOT AT END
                       IF per-desde IS NUMERIC AND
                               per-hasta IS NUMERIC
                           MOVE per-codigo TO w-per-cod
                           MOVE per-desde TO w-per-desde
                           MOVE per-hasta TO w-per-hasta
                       END-IF
               END-READ
               CLOSE PERIODO
           END-IF.
           PERFORM 300-LIMPIAR-PANTALLA.
           MOVE "INGRESE UN LEGAJO Y EL COMANDO L" TO w-pan-mensaje.

      ******************************************************************
      * L (o comando en blanco) busca el legajo tipeado; S y A pasan al
      * legajo siguiente o anterior del mostrado (o del tipeado si
      * todavia no se mostro ninguno).
      ******************************************************************
       200-PROCESAR-COMANDO.
           MOVE ZERO TO w-flag-leido.
           IF w-pan-cmd IS EQUAL "F" OR w-pan-cmd IS EQUAL "f"
               MOVE 1 TO w-flag-fin
           ELSE
               IF w-flag-hay-alumno IS NOT EQUAL 1 OR
                       w-pan-legajo IS NOT EQUAL w-alu-actual
                   MOVE w-pan-legajo TO w-alu-actual
               END-IF
               EVALUATE w-pan-cmd
                   WHEN "S"
                   WHEN "s"
                       PERFORM 220-LEER-SIGUIENTE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 230-LEER-ANTERIOR
                   WHEN "L"
                   WHEN "l"
                   WHEN SPACE
                       PERFORM 210-LEER-LEGAJO
                   WHEN OTHER
                       MOVE "COMANDO INVALIDO" TO w-pan-mensaje
               END-EVALUATE
               IF w-flag-leido IS EQUAL 1
                   PERFORM 400-ARMAR-CONSULTA
               END-IF
           END-IF.
       210-LEER-LEGAJO.
           MOVE w-alu-actual TO alu-codigo.
           READ ALUMNOS
               INVALID KEY
                   MOVE "LEGAJO INEXISTENTE" TO w-pan-mensaje
               NOT INVALID KEY
                   MOVE 1 TO w-flag-leido
           END-READ.
       220-LEER-SIGUIENTE.
           MOVE w-alu-actual TO alu-codigo.
           START ALUMNOS KEY IS GREATER THAN alu-codigo
               INVALID KEY
                   MOVE "NO HAY LEGAJO SIGUIENTE" TO w-pan-mensaje
               NOT INVALID KEY
                   READ ALUMNOS NEXT RECORD
                       AT END
                           MOVE "NO HAY LEGAJO SIGUIENTE"
                               TO w-pan-mensaje
                       NOT AT END
                           MOVE 1 TO w-flag-leido
                   END-READ
           END-START.
       230-LEER-ANTERIOR.
           MOVE w-alu-actual TO alu-codigo.
           START ALUMNOS KEY IS LESS THAN alu-codigo
               INVALID KEY
                   MOVE "NO HAY LEGAJO ANTERIOR" TO w-pan-mensaje
               NOT INVALID KEY
                   READ ALUMNOS PREVIOUS RECORD
                       AT END
                           MOVE "NO HAY LEGAJO ANTERIOR"
                               TO w-pan-mensaje
                       NOT AT END
                           MOVE 1 TO w-flag-leido
                   END-READ
           END-START.

       300-LIMPIAR-PANTALLA.
           MOVE SPACES TO w-pan-nombre.
           MOVE SPACES TO w-pan-carrera.
           MOVE SPACES TO w-pan-cohorte.
           MOVE SPACES TO w-pan-baja.
           MOVE SPACES TO w-pan-mensaje.
           MOVE SPACES TO w-pan-prom.
           MOVE SPACES TO w-pan-notas.
           MOVE SPACES TO w-pan-conds.

       400-ARMAR-CONSULTA.
           PERFORM 300-LIMPIAR-PANTALLA.
           MOVE 1 TO w-flag-hay-alumno.
           MOVE alu-codigo TO w-alu-actual.
           MOVE alu-codigo TO w-pan-legajo.
           MOVE alu-nombre TO w-pan-nombre.
           MOVE alu-carrera TO w-pan-carrera.
           IF alu-cohorte IS NUMERIC
               MOVE alu-cohorte TO w-pan-cohorte
           END-IF.
           MOVE ZERO TO w-cant-lin-not.
           PERFORM 410-BUSCAR-NOTAS.
           PERFORM 420-BUSCAR-ACTAS.
           IF w-cant-lin-not IS EQUAL ZERO
               MOVE "SIN NOTAS NI ACTAS EN EL PERIODO"
                   TO w-pan-not-lin(1)
           END-IF.
           IF w-cant-lin-not IS GREATER THAN 8
               MOVE SPACES TO w-pan-mensaje
               STRING "SE MUESTRAN 8 DE " DELIMITED BY SIZE
                      w-cant-lin-not DELIMITED BY SIZE
                      " NOTAS DEL PERIODO" DELIMITED BY SIZE
                   INTO w-pan-mensaje
               END-STRING
           END-IF.
           PERFORM 440-BUSCAR-CONDICIONES.
           PERFORM 450-BUSCAR-BAJA.
           PERFORM 460-BUSCAR-PROMEDIOS.

       410-BUSCAR-NOTAS.
           OPEN INPUT NOTAS.
           IF w-not-status IS EQUAL "00"
               MOVE ZERO TO w-flag-arch-fin
               PERFORM UNTIL w-flag-arch-fin IS EQUAL 1
                   READ NOTAS AT END MOVE 1 TO w-flag-arch-fin
                       NOT AT END
                           IF not-alumno IS EQUAL w-alu-actual AND
                                   not-fecha IS NOT LESS THAN
                                       w-per-desde AND
                                   not-fecha IS NOT GREATER THAN
                                       w-per-hasta
                               MOVE "NOTA" TO w-ln-origen
                               MOVE not-acta TO w-ln-acta
                               MOVE not-fecha TO w-ln-fecha
                               MOVE not-materia TO w-ln-materia
                               MOVE not-nota TO w-ln-nota
                               MOVE SPACES TO w-ln-estado
                               PERFORM 430-AGREGAR-LINEA-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF.
       420-BUSCAR-ACTAS.
           OPEN INPUT ACTAS.
           IF w-act-status IS EQUAL "00"
               MOVE ZERO TO w-flag-arch-fin
               PERFORM UNTIL w-flag-arch-fin IS EQUAL 1
                   READ ACTAS AT END MOVE 1 TO w-flag-arch-fin
                       NOT AT END
                           IF act1-tipo-reg IS EQUAL "1"
                               MOVE act1-acta TO w-cab-acta
                               MOVE act1-fecha TO w-cab-fecha
                               MOVE act1-materia TO w-cab-materia
                               MOVE act1-estado TO w-cab-estado
                           ELSE
                               IF act2-alumno(1:6) IS EQUAL
                                       w-alu-actual AND
                                       w-cab-fecha IS NOT LESS THAN
                                           w-per-desde AND
                                       w-cab-fecha IS NOT GREATER THAN
                                           w-per-hasta
                                   PERFORM 425-LINEA-ACTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTAS
           END-IF.
       425-LINEA-ACTA.
           MOVE "ACTA" TO w-ln-origen.
           MOVE w-cab-acta TO w-ln-acta.
           MOVE w-cab-fecha TO w-ln-fecha.
           MOVE w-cab-materia TO w-ln-materia.
           MOVE act2-nota TO w-ln-nota.
           EVALUATE w-cab-estado
               WHEN "A"
                   MOVE "ABIERTA" TO w-ln-estado
               WHEN "N"
                   MOVE "ANULADA" TO w-ln-estado
               WHEN OTHER
                   MOVE "CERRADA" TO w-ln-estado
           END-EVALUATE.
           PERFORM 430-AGREGAR-LINEA-NOTA.
       430-AGREGAR-LINEA-NOTA.
           ADD 1 TO w-cant-lin-not.
           IF w-cant-lin-not IS NOT GREATER THAN 8
               MOVE w-lin-nota TO w-pan-not-lin(w-cant-lin-not)
           END-IF.
      ******************************************************************
      * Condicion por materia que dejo parcialNotas en la historia
      * academica para el periodo en curso; tres materias por renglon.
      ******************************************************************
       440-BUSCAR-CONDICIONES.
           MOVE ZERO TO w-cant-lin-cond.
           IF w-flag-hac-abierto IS EQUAL 1
               MOVE w-alu-actual TO hac-alumno
               MOVE LOW-VALUES TO hac-materia
               MOVE LOW-VALUES TO hac-periodo
               MOVE ZERO TO w-flag-arch-fin
               START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
                   INVALID KEY MOVE 1 TO w-flag-arch-fin
               END-START
               PERFORM UNTIL w-flag-arch-fin IS EQUAL 1
                   READ HISTORIA-ACAD NEXT RECORD
                       AT END MOVE 1 TO w-flag-arch-fin
                   END-READ
                   IF w-flag-arch-fin IS NOT EQUAL 1
                       IF hac-alumno IS NOT EQUAL w-alu-actual
                           MOVE 1 TO w-flag-arch-fin
                       ELSE
                           IF hac-periodo IS EQUAL w-per-cod
                               PERFORM 445-AGREGAR-CONDICION
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF w-cant-lin-cond IS EQUAL ZERO
               MOVE "SIN CONDICIONES CALCULADAS PARA EL PERIODO"
                   TO w-pan-cond-lin(1)
           END-IF.
       445-AGREGAR-CONDICION.
           IF w-cant-lin-cond < 9
               ADD 1 TO w-cant-lin-cond
               MOVE hac-materia TO w-lc-materia
               MOVE hac-condicion TO w-lc-condicion
               MOVE hac-promedio TO w-lc-prom
               COMPUTE w-cond-aux = w-cant-lin-cond - 1
               DIVIDE w-cond-aux BY 3 GIVING w-cond-lin
                   REMAINDER w-cond-col
               ADD 1 TO w-cond-lin
               COMPUTE w-cond-pos = w-cond-col * 26 + 1
               MOVE w-lin-cond
                   TO w-pan-cond-lin(w-cond-lin)(w-cond-pos:26)
           END-IF.
       450-BUSCAR-BAJA.
           MOVE "ALUMNO ACTIVO" TO w-pan-baja.
           OPEN INPUT BAJAS.
           IF w-baj-status IS EQUAL "00"
               MOVE ZERO TO w-flag-arch-fin
               PERFORM UNTIL w-flag-arch-fin IS EQUAL 1
                   READ BAJAS AT END MOVE 1 TO w-flag-arch-fin
                       NOT AT END
                           IF baj-codigo IS EQUAL w-alu-actual
                               MOVE SPACES TO w-pan-baja
                               STRING "DADO DE BAJA EL "
                                          DELIMITED BY SIZE
                                      baj-fecha DELIMITED BY SIZE
                                   INTO w-pan-baja
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAJAS
           END-IF.
       460-BUSCAR-PROMEDIOS.
           MOVE ZERO TO w-cant-prom.
           OPEN INPUT HISTORIA-ANT.
           IF w-hist-status IS EQUAL "00"
               MOVE ZERO TO w-flag-arch-fin
               PERFORM UNTIL w-flag-arch-fin IS EQUAL 1
                   READ HISTORIA-ANT AT END MOVE 1 TO w-flag-arch-fin
                       NOT AT END
                           IF hist-ant-cod IS EQUAL w-alu-actual
                               PERFORM 465-GUARDAR-PROMEDIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-ANT
           END-IF.
           IF w-cant-prom IS EQUAL ZERO
               MOVE "SIN PROMEDIOS REGISTRADOS" TO w-pan-prom
           ELSE
               MOVE 1 TO w-cond-pos
               PERFORM VARYING w-prom-i FROM 1 BY 1
                   UNTIL w-prom-i > w-cant-prom
                   MOVE w-prm-prom(w-prom-i) TO w-prom-ed
                   STRING w-prm-per(w-prom-i) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          w-prom-ed DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                       INTO w-pan-prom
                       WITH POINTER w-cond-pos
                   END-STRING
               END-PERFORM
           END-IF.
       465-GUARDAR-PROMEDIO.
           IF w-cant-prom < 4
               ADD 1 TO w-cant-prom
           ELSE
               PERFORM VARYING w-prom-i FROM 1 BY 1
                   UNTIL w-prom-i > 3
                   MOVE w-prm-entry(w-prom-i + 1)
                       TO w-prm-entry(w-prom-i)
               END-PERFORM
           END-IF.
           MOVE hist-ant-per TO w-prm-per(w-cant-prom).
           MOVE hist-ant-prom TO w-prm-prom(w-cant-prom).

       700-FIN.
           CLOSE ALUMNOS.
           IF w-flag-hac-abierto IS EQUAL 1
               CLOSE HISTORIA-ACAD
           END-IF.
       END PROGRAM consultaAlumno.
