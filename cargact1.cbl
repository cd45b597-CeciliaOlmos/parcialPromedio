      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de actas desde las planillas CSV de los
      *          docentes. Cada planilla trae una linea de cabecera
      *          acta;materia;fecha y una linea legajo;nota por alumno.
      *          Las notas validas se intercalan por alumno en el
      *          archivo de actas (actasNue.txt) con el acta en estado
      *          A, se graba el total de control de cada acta en
      *          totalesActas.txt y las filas rechazadas salen en el
      *          listado impCargaActas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargaActas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-PLANILLAS
           ASSIGN TO
           "..\planillasActas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-lst-status.
           SELECT PLANILLA
           ASSIGN TO DYNAMIC w-pla-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-pla-status.
           SELECT ACTAS
           ASSIGN TO
           "..\actas.txt"
           FILE STATUS IS w-act-status.
           SELECT MATERIAS
           ASSIGN TO
           "..\materias.txt"
           FILE STATUS IS w-mst-status.
           SELECT ALUMNOS-MAE
           ASSIGN TO
           "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY mae-codigo
           FILE STATUS IS w-mae-status.
           SELECT ARCH-SORT
           ASSIGN TO "sortwork".
           SELECT ACTAS-NUE
           ASSIGN TO
           "..\actasNue.txt"
           FILE STATUS IS w-acn-status.
           SELECT OPTIONAL TOTALES-ACTAS
           ASSIGN TO
           "..\totalesActas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-tac-status.
           SELECT LISTADO-CAR
           ASSIGN TO PRINTER,
           "..\impCargaActas.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LISTA-PLANILLAS: nombre de archivo de cada planilla a cargar,
      * uno por linea.
      ******************************************************************
       FD  LISTA-PLANILLAS.
       01  lst-reg.
           03 lst-nombre pic x(60).

       FD  PLANILLA.
       01  pla-reg pic x(80).

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

       FD  MATERIAS.
       01  mst-reg.
           03 mst-codigo pic x(3).
           03 mst-nombre pic x(30).
           03 mst-depto pic x(20).
           03 mst-estado pic x(1).

       FD  ALUMNOS-MAE.
       01  mae-reg.
           03 mae-codigo pic x(6).
           03 mae-nombre pic x(20).
           03 mae-carrera pic x(3).
           03 mae-cohorte pic 9(4).

       SD  ARCH-SORT.
       01  srt-reg.
           03 srt-alumno pic x(6).
           03 srt-acta pic 9(6).
           03 srt-fecha pic 9(8).
           03 srt-materia pic x(3).
           03 srt-nota pic 9(2).

       FD  ACTAS-NUE.
       01  acn-reg pic x(25).

      ******************************************************************
      * TOTALES-ACTAS: total de control por acta cargada desde planilla;
      * edicionNotas lo compara con el contenido del archivo de actas
      * mientras el acta sigue abierta.
      *   01-06  tac-acta        numero de acta
      *   07-10  tac-cant        cantidad de notas cargadas
      *   11-16  tac-suma        suma de las notas cargadas
      *   17-24  tac-fecha-carga fecha de la carga
      ******************************************************************
       FD  TOTALES-ACTAS.
       01  tac-reg.
           03 tac-acta pic 9(6).
           03 tac-cant pic 9(4).
           03 tac-suma pic 9(6).
           03 tac-fecha-carga pic 9(8).

       FD  LISTADO-CAR
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-lst-status pic xx value "00".
       01  w-pla-status pic xx value "00".
       01  w-act-status pic xx value "00".
       01  w-mst-status pic xx value "00".
       01  w-mae-status pic xx value "00".
       01  w-acn-status pic xx value "00".
       01  w-tac-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-pla-nombre pic x(60) value spaces.
       01  w-flag-lst pic 9 value zero.
       01  w-flag-pla pic 9 value zero.
       01  w-flag-act pic 9 value zero.
       01  w-flag-mst pic 9 value zero.
       01  w-flag-mst-lleno pic 9 value zero.
       01  w-flag-actas-lleno pic 9 value zero.
       01  w-flag-leg-lleno pic 9 value zero.
       01  w-flag-sort-fin pic 9 value zero.
       01  w-flag-cab-ok pic 9 value zero.
       01  w-fecha-proc pic 9(8) value zero.
       01  w-motivo pic x(25).
       01  w-nro-linea pic 9(4) value zero.
       01  w-busca-i pic 9(4) value zero.
       01  w-idx-enc pic 9(4) value zero.
      ******************************************************************
      * Campos de una linea de planilla separada por punto y coma.
      ******************************************************************
       01  w-csv-campo1 pic x(20).
       01  w-csv-campo2 pic x(20).
       01  w-csv-campo3 pic x(20).
       01  w-csv-campo4 pic x(20).
       01  w-csv-cant-campos pic 9(2) value zero.
      ******************************************************************
      * Normalizacion de un campo numerico: sin blancos alrededor,
      * solo digitos y como maximo w-num-max-lon cifras; el valor queda
      * alineado a derecha con ceros en w-num-sal.
      ******************************************************************
       01  w-num-ent pic x(20).
       01  w-num-max-lon pic 9(2) value zero.
       01  w-num-ini pic 9(2) value zero.
       01  w-num-lon pic 9(2) value zero.
       01  w-num-ok pic 9 value zero.
       01  w-num-sal pic x(8).
       01  w-num-val REDEFINES w-num-sal pic 9(8).
      ******************************************************************
      * Cabecera de la planilla en proceso.
      ******************************************************************
       01  w-pla-acta pic 9(6) value zero.
       01  w-pla-fecha pic 9(8) value zero.
       01  w-pla-fecha-r REDEFINES w-pla-fecha.
           03 w-pla-fecha-aaaa pic 9(4).
           03 w-pla-fecha-mm pic 9(2).
           03 w-pla-fecha-dd pic 9(2).
       01  w-pla-materia pic x(3) value spaces.
       01  w-pla-cant pic 9(4) value zero.
       01  w-pla-suma pic 9(6) value zero.
       01  w-pla-rechazos pic 9(4) value zero.
       01  w-fil-legajo pic x(6).
       01  w-fil-nota pic 9(2).
       01  w-tabla-materias.
           03 w-mst-entry OCCURS 100 TIMES INDEXED BY w-mst-idx.
               05 w-mst-cod pic x(3).
               05 w-mst-est pic x(1).
       01  w-cant-materias pic 9(3) value zero.
      ******************************************************************
      * Numeros de acta ya usados: los del archivo de actas y los de
      * las planillas cargadas en esta corrida.
      ******************************************************************
       01  w-tabla-actas.
           03 w-act-entry OCCURS 2000 TIMES INDEXED BY w-act-idx.
               05 w-act-numero pic 9(6).
       01  w-cant-actas pic 9(4) value zero.
       01  w-tabla-legajos.
           03 w-leg-entry OCCURS 300 TIMES INDEXED BY w-leg-idx.
               05 w-leg-codigo pic x(6).
       01  w-cant-legajos pic 9(3) value zero.
      ******************************************************************
      * Intercalacion: la cabecera vigente del archivo de actas, si
      * todavia no se grabo, y la ultima cabecera grabada.
      ******************************************************************
       01  w-cab-vigente pic x(25) value spaces.
       01  w-flag-cab-pend pic 9 value zero.
       01  w-cab-grabada pic x(25) value spaces.
       01  w-cab-nueva.
           03 w-cnu-tipo pic x(1) value "1".
           03 w-cnu-acta pic 9(6).
           03 w-cnu-fecha pic 9(8).
           03 w-cnu-materia pic x(3).
           03 w-cnu-estado pic x(1) value "A".
           03 w-cnu-recupera pic 9(6) value zero.
       01  w-det-nuevo.
           03 w-dnu-tipo pic x(1) value "2".
           03 w-dnu-alumno pic x(9).
           03 w-dnu-nota pic 9(2).
       01  w-tot-planillas pic 9(5) value zero.
       01  w-tot-pla-rechaz pic 9(5) value zero.
       01  w-tot-actas-carg pic 9(5) value zero.
       01  w-tot-filas pic 9(5) value zero.
       01  w-tot-notas-carg pic 9(5) value zero.
       01  w-tot-filas-rech pic 9(5) value zero.
       01  w-tot-reg-ant pic 9(5) value zero.
       01  w-tot-grabados pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(22) value spaces.
               05 filler pic x(36)
                  value "CARGA DE ACTAS DESDE PLANILLAS".
               05 filler pic x(22) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(5) value "LINEA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(30) value "CONTENIDO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "MOTIVO".
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-pla.
           03  lin-dat-pla.
               05 filler pic x(2) value spaces.
               05 filler pic x(10) value "PLANILLA: ".
               05 dp-nombre pic x(40).
               05 filler pic x(2) value spaces.
               05 dp-resultado pic x(26).
       01  detalle-pla-acta.
           03  lin-dat-pla-acta.
               05 filler pic x(12) value spaces.
               05 filler pic x(6) value "ACTA: ".
               05 dpa-acta pic zzzzz9.
               05 filler pic x(11) value "  MATERIA: ".
               05 dpa-materia pic x(3).
               05 filler pic x(9) value "  NOTAS: ".
               05 dpa-cant pic zzz9.
               05 filler pic x(8) value "  SUMA: ".
               05 dpa-suma pic zzzzz9.
       01  detalle-fila.
           03  lin-dat-fila.
               05 filler pic x(4) value spaces.
               05 df-linea pic zzz9.
               05 filler pic x(3) value spaces.
               05 df-contenido pic x(30).
               05 filler pic x(2) value spaces.
               05 df-motivo pic x(25).
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DE CARGA DE ACTAS".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dtt-leyenda pic x(26).
               05 dtt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT ARCH-SORT
               ASCENDING KEY srt-alumno
               ASCENDING KEY srt-acta
               INPUT PROCEDURE 300-CARGAR-PLANILLAS
               OUTPUT PROCEDURE 500-INTERCALAR-ACTAS.
           PERFORM 600-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-pla-rechaz IS GREATER THAN ZERO OR
                   w-tot-filas-rech IS GREATER THAN ZERO
               DISPLAY "CARGA DE ACTAS CON RECHAZOS; VER "
                   "impCargaActas.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INICIO.
           OPEN INPUT LISTA-PLANILLAS.
           IF w-lst-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lst-status
                   " AL ABRIR LISTA-PLANILLAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUMNOS-MAE.
           IF w-mae-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mae-status " AL ABRIR ALUMNOS-MAE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACTAS-NUE.
           IF w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TOTALES-ACTAS.
           IF w-tac-status IS NOT EQUAL "00" AND
                   w-tac-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-tac-status
                   " AL ABRIR TOTALES-ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-CAR.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-CAR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proc FROM DATE YYYYMMDD.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM 150-CARGAR-MATERIAS.
           PERFORM 170-CARGAR-ACTAS-EXISTENTES.

       150-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           IF w-mst-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mst-status " AL ABRIR MATERIAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL w-flag-mst IS EQUAL 1
               READ MATERIAS AT END MOVE 1 TO w-flag-mst
                   NOT AT END
                       IF w-cant-materias < 100
                           ADD 1 TO w-cant-materias
                           MOVE mst-codigo
                               TO w-mst-cod(w-cant-materias)
                           MOVE mst-estado
                               TO w-mst-est(w-cant-materias)
                       ELSE
                           IF w-flag-mst-lleno IS NOT EQUAL 1
                               MOVE 1 TO w-flag-mst-lleno
                               DISPLAY "AVISO: se alcanzo el limite "
                                   "de 100 materias; las restantes "
                                   "se rechazan como inexistentes."
                           END-IF
                       END-IF
               END-READ
               IF w-flag-mst IS NOT EQUAL 1 AND
                       w-mst-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-mst-status " AL LEER MATERIAS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE MATERIAS.
      ******************************************************************
      * Primera pasada sobre el archivo de actas: solo los numeros de
      * acta, para rechazar planillas de actas ya cargadas.
      ******************************************************************
       170-CARGAR-ACTAS-EXISTENTES.
           OPEN INPUT ACTAS.
           IF w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 520-LEER-ACTA.
           PERFORM UNTIL w-flag-act IS EQUAL 1
               IF act1-tipo-reg IS EQUAL "1"
                   MOVE act1-acta TO w-pla-acta
                   PERFORM 360-BUSCAR-ACTA
                   IF w-idx-enc IS EQUAL ZERO
                       PERFORM 365-AGREGAR-ACTA
                   END-IF
               END-IF
               PERFORM 520-LEER-ACTA
           END-PERFORM.
           CLOSE ACTAS.
           MOVE ZERO TO w-flag-act.

       300-CARGAR-PLANILLAS.
           PERFORM 305-LEER-LISTA.
           PERFORM UNTIL w-flag-lst IS EQUAL 1
               IF lst-nombre IS NOT EQUAL SPACES
                   ADD 1 TO w-tot-planillas
                   PERFORM 310-PROCESAR-PLANILLA
               END-IF
               PERFORM 305-LEER-LISTA
           END-PERFORM.
       305-LEER-LISTA.
           READ LISTA-PLANILLAS AT END MOVE 1 TO w-flag-lst END-READ.
           IF w-flag-lst IS NOT EQUAL 1 AND
                   w-lst-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lst-status
                   " AL LEER LISTA-PLANILLAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * Una planilla con cabecera invalida o de un acta ya cargada se
      * rechaza entera; si la cabecera es buena se cargan sus filas
      * validas y se listan las rechazadas.
      ******************************************************************
       310-PROCESAR-PLANILLA.
           MOVE lst-nombre TO w-pla-nombre.
           MOVE lst-nombre TO dp-nombre.
           MOVE ZERO TO w-pla-cant.
           MOVE ZERO TO w-pla-suma.
           MOVE ZERO TO w-pla-rechazos.
           MOVE ZERO TO w-cant-legajos.
           MOVE ZERO TO w-nro-linea.
           MOVE ZERO TO w-flag-pla.
           OPEN INPUT PLANILLA.
           IF w-pla-status IS NOT EQUAL "00"
               MOVE "NO SE PUEDE ABRIR" TO dp-resultado
               WRITE lis-reg FROM detalle-pla AFTER 2
               ADD 1 TO w-tot-pla-rechaz
           ELSE
               PERFORM 315-LEER-LINEA
               IF w-flag-pla IS EQUAL 1
                   MOVE "PLANILLA VACIA" TO dp-resultado
                   WRITE lis-reg FROM detalle-pla AFTER 2
                   ADD 1 TO w-tot-pla-rechaz
               ELSE
                   PERFORM 320-VALIDAR-CABECERA
                   IF w-flag-cab-ok IS NOT EQUAL 1
                       MOVE "RECHAZADA" TO dp-resultado
                       WRITE lis-reg FROM detalle-pla AFTER 2
                       PERFORM 350-LISTAR-FILA
                       ADD 1 TO w-tot-pla-rechaz
                   ELSE
                       PERFORM 340-CARGAR-FILAS
                   END-IF
               END-IF
               CLOSE PLANILLA
           END-IF.
       315-LEER-LINEA.
           MOVE SPACES TO pla-reg.
           PERFORM UNTIL w-flag-pla IS EQUAL 1 OR
                   pla-reg IS NOT EQUAL SPACES
               READ PLANILLA AT END MOVE 1 TO w-flag-pla
                   NOT AT END
                       ADD 1 TO w-nro-linea
                       INSPECT pla-reg REPLACING ALL X"0D" BY SPACE
               END-READ
               IF w-flag-pla IS NOT EQUAL 1 AND
                       w-pla-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-pla-status " AL LEER PLANILLA "
                       w-pla-nombre
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
       318-SEPARAR-CAMPOS.
           MOVE SPACES TO w-csv-campo1.
           MOVE SPACES TO w-csv-campo2.
           MOVE SPACES TO w-csv-campo3.
           MOVE SPACES TO w-csv-campo4.
           MOVE ZERO TO w-csv-cant-campos.
           UNSTRING pla-reg DELIMITED BY ";"
               INTO w-csv-campo1 w-csv-campo2 w-csv-campo3
                    w-csv-campo4
               TALLYING IN w-csv-cant-campos
           END-UNSTRING.
       320-VALIDAR-CABECERA.
           MOVE ZERO TO w-flag-cab-ok.
           MOVE SPACES TO w-motivo.
           PERFORM 318-SEPARAR-CAMPOS.
           IF w-csv-cant-campos IS NOT EQUAL 3
               MOVE "CABECERA MAL FORMADA" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-csv-campo1 TO w-num-ent
               MOVE 6 TO w-num-max-lon
               PERFORM 380-NORMALIZAR-NUMERO
               IF w-num-ok IS NOT EQUAL 1 OR w-num-val IS EQUAL ZERO
                   MOVE "NUMERO DE ACTA INVALIDO" TO w-motivo
               ELSE
                   MOVE w-num-val TO w-pla-acta
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-csv-campo2 TO w-num-ent
               MOVE ZERO TO w-num-ini
               INSPECT w-num-ent TALLYING w-num-ini
                   FOR LEADING SPACES
               IF w-num-ini IS EQUAL 20
                   MOVE "MATERIA INEXISTENTE" TO w-motivo
               ELSE
                   MOVE w-num-ent(w-num-ini + 1:) TO w-pla-materia
                   PERFORM 325-BUSCAR-MATERIA
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-csv-campo3 TO w-num-ent
               MOVE 8 TO w-num-max-lon
               PERFORM 380-NORMALIZAR-NUMERO
               MOVE w-num-val TO w-pla-fecha
               IF w-num-ok IS NOT EQUAL 1 OR w-num-lon IS NOT EQUAL 8
                   OR w-pla-fecha-mm IS LESS THAN 1
                   OR w-pla-fecha-mm IS GREATER THAN 12
                   OR w-pla-fecha-dd IS LESS THAN 1
                   OR w-pla-fecha-dd IS GREATER THAN 31
                   MOVE "FECHA INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               PERFORM 360-BUSCAR-ACTA
               IF w-idx-enc IS NOT EQUAL ZERO
                   MOVE "ACTA DUPLICADA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE 1 TO w-flag-cab-ok
           END-IF.
       325-BUSCAR-MATERIA.
           MOVE ZERO TO w-idx-enc.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-materias
               IF w-mst-cod(w-busca-i) IS EQUAL w-pla-materia
                   MOVE w-busca-i TO w-idx-enc
               END-IF
           END-PERFORM.
           IF w-idx-enc IS EQUAL ZERO
               MOVE "MATERIA INEXISTENTE" TO w-motivo
           ELSE
               IF w-mst-est(w-idx-enc) IS EQUAL "I"
                   MOVE "MATERIA INACTIVA" TO w-motivo
               END-IF
           END-IF.
       340-CARGAR-FILAS.
           PERFORM 315-LEER-LINEA.
           PERFORM UNTIL w-flag-pla IS EQUAL 1
               ADD 1 TO w-tot-filas
               PERFORM 345-VALIDAR-FILA
               IF w-motivo IS EQUAL SPACES
                   MOVE w-fil-legajo TO srt-alumno
                   MOVE w-pla-acta TO srt-acta
                   MOVE w-pla-fecha TO srt-fecha
                   MOVE w-pla-materia TO srt-materia
                   MOVE w-fil-nota TO srt-nota
                   RELEASE srt-reg
                   ADD 1 TO w-pla-cant
                   ADD w-fil-nota TO w-pla-suma
                   ADD 1 TO w-tot-notas-carg
               ELSE
                   IF w-pla-rechazos IS EQUAL ZERO
                       MOVE "CARGADA CON RECHAZOS" TO dp-resultado
                       WRITE lis-reg FROM detalle-pla AFTER 2
                   END-IF
                   ADD 1 TO w-pla-rechazos
                   ADD 1 TO w-tot-filas-rech
                   PERFORM 350-LISTAR-FILA
               END-IF
               PERFORM 315-LEER-LINEA
           END-PERFORM.
           IF w-pla-cant IS EQUAL ZERO
               IF w-pla-rechazos IS EQUAL ZERO
                   MOVE "SIN NOTAS" TO dp-resultado
                   WRITE lis-reg FROM detalle-pla AFTER 2
               END-IF
               MOVE "SIN NOTAS VALIDAS" TO w-motivo
               MOVE SPACES TO pla-reg
               MOVE ZERO TO w-nro-linea
               PERFORM 350-LISTAR-FILA
               ADD 1 TO w-tot-pla-rechaz
           ELSE
               PERFORM 365-AGREGAR-ACTA
               PERFORM 370-GRABAR-TOTAL
               ADD 1 TO w-tot-actas-carg
               IF w-pla-rechazos IS EQUAL ZERO
                   MOVE "CARGADA" TO dp-resultado
                   WRITE lis-reg FROM detalle-pla AFTER 2
               END-IF
               MOVE w-pla-acta TO dpa-acta
               MOVE w-pla-materia TO dpa-materia
               MOVE w-pla-cant TO dpa-cant
               MOVE w-pla-suma TO dpa-suma
               WRITE lis-reg FROM detalle-pla-acta AFTER 1
           END-IF.
       345-VALIDAR-FILA.
           MOVE SPACES TO w-motivo.
           PERFORM 318-SEPARAR-CAMPOS.
           IF w-csv-cant-campos IS NOT EQUAL 2
               MOVE "FILA MAL FORMADA" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-csv-campo1 TO w-num-ent
               MOVE 6 TO w-num-max-lon
               PERFORM 380-NORMALIZAR-NUMERO
               IF w-num-ok IS NOT EQUAL 1
                   MOVE "LEGAJO INVALIDO" TO w-motivo
               ELSE
                   MOVE w-num-sal(3:6) TO w-fil-legajo
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-csv-campo2 TO w-num-ent
               MOVE 2 TO w-num-max-lon
               PERFORM 380-NORMALIZAR-NUMERO
               IF w-num-ok IS NOT EQUAL 1 OR
                       w-num-val IS LESS THAN 1 OR
                       w-num-val IS GREATER THAN 10
                   MOVE "NOTA FUERA DE RANGO 1-10" TO w-motivo
               ELSE
                   MOVE w-num-val TO w-fil-nota
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE w-fil-legajo TO mae-codigo
               READ ALUMNOS-MAE
                   INVALID KEY MOVE "LEGAJO INEXISTENTE" TO w-motivo
               END-READ
           END-IF.
           IF w-motivo IS EQUAL SPACES
               MOVE ZERO TO w-idx-enc
               PERFORM VARYING w-busca-i FROM 1 BY 1
                   UNTIL w-busca-i > w-cant-legajos
                   IF w-leg-codigo(w-busca-i) IS EQUAL w-fil-legajo
                       MOVE w-busca-i TO w-idx-enc
                   END-IF
               END-PERFORM
               IF w-idx-enc IS NOT EQUAL ZERO
                   MOVE "LEGAJO REPETIDO EN ACTA" TO w-motivo
               ELSE
                   IF w-cant-legajos < 300
                       ADD 1 TO w-cant-legajos
                       MOVE w-fil-legajo TO w-leg-codigo(w-cant-legajos)
                   ELSE
                       IF w-flag-leg-lleno IS NOT EQUAL 1
                           MOVE 1 TO w-flag-leg-lleno
                           DISPLAY "AVISO: se alcanzo el limite de "
                               "300 alumnos por planilla; no se "
                               "controlan legajos repetidos en el "
                               "resto."
                       END-IF
                   END-IF
               END-IF
           END-IF.
       350-LISTAR-FILA.
           MOVE w-nro-linea TO df-linea.
           MOVE pla-reg TO df-contenido.
           MOVE w-motivo TO df-motivo.
           WRITE lis-reg FROM detalle-fila AFTER 1.
       360-BUSCAR-ACTA.
           MOVE ZERO TO w-idx-enc.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-actas
               IF w-act-numero(w-busca-i) IS EQUAL w-pla-acta
                   MOVE w-busca-i TO w-idx-enc
               END-IF
           END-PERFORM.
       365-AGREGAR-ACTA.
           IF w-cant-actas < 2000
               ADD 1 TO w-cant-actas
               MOVE w-pla-acta TO w-act-numero(w-cant-actas)
           ELSE
               IF w-flag-actas-lleno IS NOT EQUAL 1
                   MOVE 1 TO w-flag-actas-lleno
                   DISPLAY "AVISO: se alcanzo el limite de 2000 "
                       "actas; el control de actas duplicadas "
                       "puede ser incompleto."
               END-IF
           END-IF.
       370-GRABAR-TOTAL.
           MOVE w-pla-acta TO tac-acta.
           MOVE w-pla-cant TO tac-cant.
           MOVE w-pla-suma TO tac-suma.
           MOVE w-fecha-proc TO tac-fecha-carga.
           WRITE tac-reg.
           IF w-tac-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-tac-status
                   " AL GRABAR TOTALES-ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       380-NORMALIZAR-NUMERO.
           MOVE ZERO TO w-num-ok.
           MOVE ZERO TO w-num-val.
           MOVE ZERO TO w-num-ini.
           MOVE ZERO TO w-num-lon.
           INSPECT w-num-ent TALLYING w-num-ini FOR LEADING SPACES.
           IF w-num-ini IS LESS THAN 20
               INSPECT w-num-ent(w-num-ini + 1:)
                   TALLYING w-num-lon FOR CHARACTERS
                   BEFORE INITIAL SPACE
               IF w-num-lon IS GREATER THAN ZERO AND
                       w-num-lon IS NOT GREATER THAN w-num-max-lon
                   IF w-num-ent(w-num-ini + 1:w-num-lon) IS NUMERIC
                       AND (w-num-ini + w-num-lon IS EQUAL 20 OR
                            w-num-ent(w-num-ini + w-num-lon + 1:)
                                IS EQUAL SPACES)
                       MOVE 1 TO w-num-ok
                       MOVE w-num-ent(w-num-ini + 1:w-num-lon)
                           TO w-num-sal(9 - w-num-lon:w-num-lon)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Intercalacion por alumno de las notas cargadas con el archivo
      * de actas. Cada nota nueva va precedida de la cabecera de su
      * acta si no es la ultima grabada; despues de intercalar se
      * vuelve a grabar la cabecera vigente del archivo para que los
      * detalles siguientes conserven su acta. Una cabecera del
      * archivo se graba recien con su primer detalle, salvo que no
      * tenga ninguno.
      ******************************************************************
       500-INTERCALAR-ACTAS.
           OPEN INPUT ACTAS.
           IF w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 510-LEER-SORT.
           PERFORM 520-LEER-ACTA.
           PERFORM UNTIL w-flag-act IS EQUAL 1
               ADD 1 TO w-tot-reg-ant
               IF act1-tipo-reg IS EQUAL "1"
                   IF w-flag-cab-pend IS EQUAL 1
                       MOVE w-cab-vigente TO acn-reg
                       PERFORM 550-GRABAR-ACTA-NUE
                   END-IF
                   MOVE act1-reg TO w-cab-vigente
                   MOVE 1 TO w-flag-cab-pend
               ELSE
                   PERFORM UNTIL w-flag-sort-fin IS EQUAL 1 OR
                           srt-alumno IS GREATER THAN act2-alumno(1:6)
                       PERFORM 530-GRABAR-NOTA-NUEVA
                       PERFORM 510-LEER-SORT
                   END-PERFORM
                   IF w-flag-cab-pend IS EQUAL 1 OR
                           w-cab-grabada IS NOT EQUAL w-cab-vigente
                       MOVE w-cab-vigente TO acn-reg
                       PERFORM 550-GRABAR-ACTA-NUE
                       MOVE ZERO TO w-flag-cab-pend
                   END-IF
                   MOVE act2-registro TO acn-reg
                   PERFORM 550-GRABAR-ACTA-NUE
               END-IF
               PERFORM 520-LEER-ACTA
           END-PERFORM.
           IF w-flag-cab-pend IS EQUAL 1
               MOVE w-cab-vigente TO acn-reg
               PERFORM 550-GRABAR-ACTA-NUE
           END-IF.
           PERFORM UNTIL w-flag-sort-fin IS EQUAL 1
               PERFORM 530-GRABAR-NOTA-NUEVA
               PERFORM 510-LEER-SORT
           END-PERFORM.
           CLOSE ACTAS.
       510-LEER-SORT.
           RETURN ARCH-SORT AT END MOVE 1 TO w-flag-sort-fin
           END-RETURN.
       520-LEER-ACTA.
           READ ACTAS AT END MOVE 1 TO w-flag-act END-READ.
           IF w-flag-act IS NOT EQUAL 1 AND
                   w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL LEER ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       530-GRABAR-NOTA-NUEVA.
           MOVE srt-acta TO w-cnu-acta.
           MOVE srt-fecha TO w-cnu-fecha.
           MOVE srt-materia TO w-cnu-materia.
           IF w-cab-grabada IS NOT EQUAL w-cab-nueva
               MOVE w-cab-nueva TO acn-reg
               PERFORM 550-GRABAR-ACTA-NUE
           END-IF.
           MOVE srt-alumno TO w-dnu-alumno.
           MOVE srt-nota TO w-dnu-nota.
           MOVE w-det-nuevo TO acn-reg.
           PERFORM 550-GRABAR-ACTA-NUE.
       550-GRABAR-ACTA-NUE.
           IF acn-reg(1:1) IS EQUAL "1"
               MOVE acn-reg TO w-cab-grabada
           END-IF.
           WRITE acn-reg.
           IF w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL GRABAR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-tot-grabados.

       600-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "PLANILLAS LEIDAS........:" TO dtt-leyenda.
           MOVE w-tot-planillas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "PLANILLAS RECHAZADAS....:" TO dtt-leyenda.
           MOVE w-tot-pla-rechaz TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "ACTAS CARGADAS..........:" TO dtt-leyenda.
           MOVE w-tot-actas-carg TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "FILAS LEIDAS............:" TO dtt-leyenda.
           MOVE w-tot-filas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "NOTAS CARGADAS..........:" TO dtt-leyenda.
           MOVE w-tot-notas-carg TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "FILAS RECHAZADAS........:" TO dtt-leyenda.
           MOVE w-tot-filas-rech TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "REG. ACTAS ANTERIORES...:" TO dtt-leyenda.
           MOVE w-tot-reg-ant TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "REGISTROS GRABADOS......:" TO dtt-leyenda.
           MOVE w-tot-grabados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           CLOSE LISTA-PLANILLAS.
           CLOSE ALUMNOS-MAE.
           CLOSE ACTAS-NUE.
           CLOSE TOTALES-ACTAS.
           CLOSE LISTADO-CAR.
       END PROGRAM cargaActas.
