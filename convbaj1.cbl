      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion del archivo de bajas alumnosBaja.txt del
      *          registro de 34 posiciones al de 41, que agrega la
      *          carrera y la cohorte del alumno. Se corre una sola vez,
      *          antes del primer mantAlumnos con el registro nuevo.
      *          Graba alumnosBajaNue.txt, que reemplaza a
      *          alumnosBaja.txt, como en los demas maestros. La carrera
      *          y la cohorte se toman de alumnos.dat cuando el legajo
      *          sigue en el maestro; si no, quedan en blanco y cero.
      *          Si algun registro no tiene el formato anterior (fecha
      *          no numerica) no graba nada y termina con RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convBajas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUMNOS
           ASSIGN TO
           "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY alu-codigo
           FILE STATUS IS w-alu-status.
           SELECT OPTIONAL BAJAS-ANT
           ASSIGN TO
           "..\alumnosBaja.txt"
           FILE STATUS IS w-bja-status.
           SELECT BAJAS-NUE
           ASSIGN TO
           "..\alumnosBajaNue.txt"
           FILE STATUS IS w-bjn-status.
           SELECT LISTADO-CNV
           ASSIGN TO PRINTER,
           "..\impConvBajas.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       01  alu-reg.
           03 alu-codigo pic x(6).
           03 alu-nombre pic x(20).
           03 alu-carrera pic x(3).
           03 alu-cohorte pic 9(4).

      ******************************************************************
      * BAJAS-ANT: registro de baja anterior, de 34 posiciones.
      ******************************************************************
       FD  BAJAS-ANT.
       01  bja-reg.
           03 bja-codigo pic x(6).
           03 bja-nombre pic x(20).
           03 bja-fecha pic 9(8).

      ******************************************************************
      * BAJAS-NUE: registro de baja actual, de 41 posiciones, el mismo
      * que usan mantAlumnos y los programas que leen alumnosBaja.txt.
      ******************************************************************
       FD  BAJAS-NUE.
       01  bjn-reg.
           03 bjn-codigo pic x(6).
           03 bjn-nombre pic x(20).
           03 bjn-fecha pic 9(8).
           03 bjn-carrera pic x(3).
           03 bjn-cohorte pic 9(4).

       FD  LISTADO-CNV
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-alu-status pic xx value "00".
       01  w-bja-status pic xx value "00".
       01  w-bjn-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-fin pic 9 value zero.
       01  w-flag-existe pic 9 value zero.
       01  w-flag-alu-abierto pic 9 value zero.
       01  w-tot-leidas pic 9(5) value zero.
       01  w-tot-invalidas pic 9(5) value zero.
       01  w-tot-con-alumno pic 9(5) value zero.
       01  w-tot-sin-alumno pic 9(5) value zero.
       01  w-tot-grabadas pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(22) value spaces.
               05 filler pic x(36)
                  value "CONVERSION DEL ARCHIVO DE BAJAS".
               05 filler pic x(22) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(6) value "CODIGO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(20) value "NOMBRE".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(8) value "FECHA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "CAR".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(4) value "COH.".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "OBSERVACION".
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-cnv.
           03  lin-dat-cnv.
               05 filler pic x(4) value spaces.
               05 dc-codigo pic x(6).
               05 filler pic x(2) value spaces.
               05 dc-nombre pic x(20).
               05 filler pic x(2) value spaces.
               05 dc-fecha pic x(8).
               05 filler pic x(2) value spaces.
               05 dc-carrera pic x(3).
               05 filler pic x(2) value spaces.
               05 dc-cohorte pic 9(4).
               05 filler pic x(2) value spaces.
               05 dc-observacion pic x(25).
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DE LA CONVERSION".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dt-leyenda pic x(26).
               05 dt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-VALIDAR-BAJAS.
           IF w-tot-invalidas IS EQUAL ZERO
               PERFORM 300-CONVERTIR-BAJAS
           END-IF.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-invalidas IS GREATER THAN ZERO
               DISPLAY "alumnosBaja.txt TIENE " w-tot-invalidas
                   " REGISTROS SIN EL FORMATO ANTERIOR;"
                   " NO SE CONVIRTIO. VER impConvBajas.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "BAJAS CONVERTIDAS " w-tot-grabadas
                   "; REEMPLAZAR alumnosBaja.txt POR"
                   " alumnosBajaNue.txt."
           END-IF.
           STOP RUN.
       100-INICIO.
           OPEN INPUT ALUMNOS.
           IF w-alu-status IS EQUAL "00"
               MOVE 1 TO w-flag-alu-abierto
           ELSE
               IF w-alu-status IS EQUAL "05"
                   CLOSE ALUMNOS
               ELSE
                   DISPLAY "ERROR " w-alu-status " AL ABRIR ALUMNOS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LISTADO-CNV.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-CNV"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

      ******************************************************************
      * Primera pasada: todos los registros deben tener la fecha de
      * baja numerica en las posiciones 27-34. Un archivo ya convertido
      * o con registros de 41 posiciones agregados la corre de lugar.
      ******************************************************************
       200-VALIDAR-BAJAS.
           PERFORM 210-ABRIR-BAJAS-ANT.
           PERFORM 220-LEER-BAJA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-tot-leidas
               IF bja-fecha IS NOT NUMERIC
                   ADD 1 TO w-tot-invalidas
                   MOVE SPACES TO dc-carrera
                   MOVE ZERO TO dc-cohorte
                   MOVE "FORMATO INVALIDO" TO dc-observacion
                   PERFORM 450-LISTAR-BAJA
               END-IF
               PERFORM 220-LEER-BAJA
           END-PERFORM.
           CLOSE BAJAS-ANT.
       210-ABRIR-BAJAS-ANT.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT BAJAS-ANT.
           IF w-bja-status IS NOT EQUAL "00" AND
                   w-bja-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-bja-status " AL ABRIR BAJAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       220-LEER-BAJA.
           IF w-flag-fin IS NOT EQUAL 1
               READ BAJAS-ANT AT END MOVE 1 TO w-flag-fin END-READ
           END-IF.
           IF w-flag-fin IS NOT EQUAL 1 AND
                   w-bja-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-bja-status " AL LEER BAJAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Segunda pasada: se graba cada baja con la carrera y cohorte del
      * alumno si el legajo sigue en alumnos.dat (reinscripto).
      ******************************************************************
       300-CONVERTIR-BAJAS.
           OPEN OUTPUT BAJAS-NUE.
           IF w-bjn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-bjn-status " AL ABRIR BAJAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-ABRIR-BAJAS-ANT.
           PERFORM 220-LEER-BAJA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               PERFORM 400-CONVERTIR-BAJA
               PERFORM 220-LEER-BAJA
           END-PERFORM.
           CLOSE BAJAS-ANT.
           CLOSE BAJAS-NUE.
       350-BUSCAR-ALUMNO.
           MOVE ZERO TO w-flag-existe.
           IF w-flag-alu-abierto IS EQUAL 1
               MOVE bja-codigo TO alu-codigo
               READ ALUMNOS
                   INVALID KEY MOVE ZERO TO w-flag-existe
                   NOT INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF w-flag-existe IS EQUAL ZERO AND
                       w-alu-status IS NOT EQUAL "23"
                   DISPLAY "ERROR " w-alu-status " AL LEER ALUMNOS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       400-CONVERTIR-BAJA.
           PERFORM 350-BUSCAR-ALUMNO.
           MOVE bja-codigo TO bjn-codigo.
           MOVE bja-nombre TO bjn-nombre.
           MOVE bja-fecha TO bjn-fecha.
           IF w-flag-existe IS EQUAL 1
               MOVE alu-carrera TO bjn-carrera
               MOVE alu-cohorte TO bjn-cohorte
               ADD 1 TO w-tot-con-alumno
               MOVE "CARRERA DE alumnos.dat" TO dc-observacion
           ELSE
               MOVE SPACES TO bjn-carrera
               MOVE ZERO TO bjn-cohorte
               ADD 1 TO w-tot-sin-alumno
               MOVE "SIN CARRERA" TO dc-observacion
           END-IF.
           WRITE bjn-reg.
           IF w-bjn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-bjn-status " AL GRABAR BAJAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-tot-grabadas.
           MOVE bjn-carrera TO dc-carrera.
           MOVE bjn-cohorte TO dc-cohorte.
           PERFORM 450-LISTAR-BAJA.
       450-LISTAR-BAJA.
           MOVE bja-codigo TO dc-codigo.
           MOVE bja-nombre TO dc-nombre.
           MOVE bja-reg(27:8) TO dc-fecha.
           WRITE lis-reg FROM detalle-cnv AFTER 1.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "BAJAS LEIDAS............:" TO dt-leyenda.
           MOVE w-tot-leidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "FORMATO INVALIDO........:" TO dt-leyenda.
           MOVE w-tot-invalidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CON CARRERA DE ALUMNOS..:" TO dt-leyenda.
           MOVE w-tot-con-alumno TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "SIN CARRERA.............:" TO dt-leyenda.
           MOVE w-tot-sin-alumno TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "BAJAS GRABADAS..........:" TO dt-leyenda.
           MOVE w-tot-grabadas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           IF w-flag-alu-abierto IS EQUAL 1
               CLOSE ALUMNOS
           END-IF.
           CLOSE LISTADO-CNV.
       END PROGRAM convBajas.
