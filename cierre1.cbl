      * Purpose: Cierre y anulacion de actas. Aplica las transacciones
      *          de cierreActas.txt sobre el archivo de actas y graba
      *          actasNue.txt con el estado actualizado en cada
      *          cabecera (A abierta, C cerrada, N anulada). Cada
      *          cambio de estado se registra en journal.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO
           "..\actasNue.txt"
           FILE STATUS IS w-acn-status.
           SELECT OPTIONAL JOURNAL
           ASSIGN TO
           "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-jnl-status.
           SELECT LISTADO-CIE
           ASSIGN TO PRINTER,
           "..\impCierre.dat"
           03 act1-fecha pic 9(8).
           03 act1-materia pic x(3).
           03 act1-estado pic x(1).
           03 act1-recupera pic 9(6).
       01  act2-registro.
           03 act2-tipo-reg pic x.
           03 act2-alumno pic x(9).
           03 trn-accion pic x(1).

       FD  ACTAS-NUE.
       01  acn-reg pic x(25).

      ******************************************************************
      * JOURNAL: registro permanente de cambios aplicados a los
      * maestros, con imagen antes y despues; se abre en extension y
      * no se vacia nunca. reversionLote lo usa para revertir un lote.
      * Registro de 180 posiciones:
      *   001-017  jnl-lote          programa (3) + fecha + hora inicio
      *   018-031  jnl-programa      programa que aplico el cambio
      *   032-039  jnl-maestro       ALUMNOS, MATERIAS, BANDAS, ACTAS
      *   040-040  jnl-tipo          A alta, B baja, M modif, E estado
      *   041-046  jnl-clave         clave del registro en el maestro
      *   047-054  jnl-fecha         fecha del cambio
      *   055-060  jnl-hora          hora del cambio
      *   061-120  jnl-antes         registro antes (blanco en altas)
      *   121-180  jnl-despues       registro despues (blanco en bajas)
      ******************************************************************
       FD  JOURNAL.
       01  jnl-reg.
           03 jnl-lote pic x(17).
           03 jnl-programa pic x(14).
           03 jnl-maestro pic x(8).
           03 jnl-tipo pic x(1).
           03 jnl-clave pic x(6).
           03 jnl-fecha pic 9(8).
           03 jnl-hora pic 9(6).
           03 jnl-antes pic x(60).
           03 jnl-despues pic x(60).

       FD  LISTADO-CIE
           LINAGE IS 60 LINES
       01  w-trn-status pic xx value "00".
       01  w-acn-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-jnl-status pic xx value "00".
       01  w-flag-act pic 9 value zero.
       01  w-flag-trn pic 9 value zero.
       01  w-flag-trn-lleno pic 9 value zero.
               05 w-trn-accion pic x(1).
               05 w-trn-usada pic 9.
               05 w-trn-vista pic 9.
               05 w-trn-aplicada pic 9.
               05 w-trn-motivo pic x(25).
       01  w-cant-trn pic 9(3) value zero.
       01  w-tot-cab-leidas pic 9(5) value zero.
       01  w-tot-det-leidos pic 9(5) value zero.
       01  w-tot-anulaciones pic 9(5) value zero.
       01  w-tot-rechazadas pic 9(5) value zero.
       01  w-tot-grabados pic 9(5) value zero.
       01  w-tot-journal pic 9(5) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-hora-aux pic 9(8) value zero.
       01  w-jnl-lote.
           03 w-jnl-lote-prog pic x(3) value "ACT".
           03 w-jnl-lote-fecha pic 9(8) value zero.
           03 w-jnl-lote-hora pic 9(6) value zero.
       01  w-jnl-antes pic x(60).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(24) value spaces.
               05 filler pic x(20) value spaces.
               05 dtt-leyenda pic x(26).
               05 dtt-cant pic zzzz9.
       01  detalle-lote.
           03  lin-dat-lote.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "LOTE DE JOURNAL.........:".
               05 dl-lote pic x(17).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-TRANSACCIONES.
           PERFORM 300-PROCESAR-ACTAS.
           PERFORM 400-LISTAR-TRANSACCIONES.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-journal IS GREATER THAN ZERO
               DISPLAY "LOTE DE JOURNAL " w-jnl-lote
           END-IF.
           IF w-tot-rechazadas IS GREATER THAN ZERO
               DISPLAY "CIERRE CON " w-tot-rechazadas
                   " TRANSACCIONES RECHAZADAS; VER impCierre.dat."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL.
           IF w-jnl-status IS NOT EQUAL "00" AND
                   w-jnl-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-jnl-status " AL ABRIR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-fecha-hoy TO w-jnl-lote-fecha.
           MOVE w-hora-aux(1:6) TO w-jnl-lote-hora.
           OPEN OUTPUT LISTADO-CIE.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-CIE"
                   MOVE trn-accion TO w-trn-accion(w-cant-trn)
                   MOVE ZERO TO w-trn-usada(w-cant-trn)
                   MOVE ZERO TO w-trn-vista(w-cant-trn)
                   MOVE ZERO TO w-trn-aplicada(w-cant-trn)
                   MOVE SPACES TO w-trn-motivo(w-cant-trn)
               ELSE
                   IF w-flag-trn-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-trn-lleno
           END-IF.
      ******************************************************************
      * El estado en blanco de archivos anteriores a la incorporacion
      * del estado se toma como cerrada. Un acta puede tener varias
      * cabeceras (cargaActas repite la cabecera por cada tramo de
      * alumnos): la transaccion se aplica a todas las de su numero.
      ******************************************************************
       340-APLICAR-A-CABECERA.
           IF act1-estado IS EQUAL SPACE
           IF w-trn-idx-enc IS NOT EQUAL ZERO
               MOVE 1 TO w-trn-usada(w-trn-idx-enc)
               MOVE SPACES TO w-motivo
               MOVE w-trn-accion(w-trn-idx-enc) TO w-accion-lis
               PERFORM 350-APLICAR-ACCION
           END-IF.
      ******************************************************************
      * La transaccion de un acta es la primera cargada con ese numero;
      * las demas quedan sin usar y se listan como duplicadas.
      ******************************************************************
       345-BUSCAR-TRANSACCION.
           MOVE ZERO TO w-trn-idx-enc.
           PERFORM VARYING w-trn-idx FROM 1 BY 1
               UNTIL w-trn-idx > w-cant-trn
               IF w-trn-acta(w-trn-idx) IS EQUAL act1-acta
                   MOVE 1 TO w-trn-vista(w-trn-idx)
                   IF w-trn-idx-enc IS EQUAL ZERO
                       SET w-trn-idx-enc TO w-trn-idx
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Cambia el estado de la cabecera si corresponde. El primer
      * cambio del acta se cuenta y va al journal (un registro por
      * acta); si ninguna cabecera cambia, la transaccion se rechaza
      * con el motivo de la primera.
      ******************************************************************
       350-APLICAR-ACCION.
           MOVE act1-reg TO w-jnl-antes.
           IF w-accion-lis IS EQUAL "C"
               IF act1-estado IS EQUAL "N"
                   MOVE "ACTA ANULADA" TO w-motivo
               ELSE
                   IF act1-estado IS EQUAL "C"
                       MOVE "ACTA YA CERRADA" TO w-motivo
                   ELSE
                       MOVE "C" TO act1-estado
                   END-IF
               END-IF
           ELSE
               IF w-accion-lis IS EQUAL "N"
                   IF act1-estado IS EQUAL "N"
                       MOVE "ACTA YA ANULADA" TO w-motivo
                   ELSE
                       MOVE "N" TO act1-estado
                   END-IF
               ELSE
                   MOVE "ACCION INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES
               IF w-trn-aplicada(w-trn-idx-enc) IS NOT EQUAL 1
                   MOVE 1 TO w-trn-aplicada(w-trn-idx-enc)
                   IF w-accion-lis IS EQUAL "C"
                       ADD 1 TO w-tot-cierres
                   ELSE
                       ADD 1 TO w-tot-anulaciones
                   END-IF
                   PERFORM 480-GRABAR-JOURNAL
               END-IF
           ELSE
               IF w-trn-motivo(w-trn-idx-enc) IS EQUAL SPACES
                   MOVE w-motivo TO w-trn-motivo(w-trn-idx-enc)
               END-IF
           END-IF.

      ******************************************************************
      * Resultado de cada transaccion. Una transaccion no usada cuya
      * acta si aparecio en el archivo es un duplicado (otra
      * transaccion ya la consumio); solo las de actas nunca vistas se
      * listan como inexistentes.
      ******************************************************************
       400-LISTAR-TRANSACCIONES.
           PERFORM VARYING w-trn-idx FROM 1 BY 1
               UNTIL w-trn-idx > w-cant-trn
               MOVE w-trn-acta(w-trn-idx) TO w-acta-lis
               MOVE w-trn-accion(w-trn-idx) TO w-accion-lis
               IF w-trn-usada(w-trn-idx) IS EQUAL 1
                   IF w-trn-aplicada(w-trn-idx) IS EQUAL 1
                       MOVE SPACES TO w-motivo
                       PERFORM 450-LISTAR-APLICADA
                   ELSE
                       MOVE w-trn-motivo(w-trn-idx) TO w-motivo
                       PERFORM 460-RECHAZAR-TRN
                   END-IF
               ELSE
                   IF w-trn-vista(w-trn-idx) IS EQUAL 1
                       MOVE "TRANSACCION DUPLICADA" TO w-motivo
                   ELSE
           MOVE w-resultado TO dt-resultado.
           MOVE w-motivo TO dt-motivo.
           WRITE lis-reg FROM detalle-trn AFTER 1.
       480-GRABAR-JOURNAL.
           MOVE w-jnl-lote TO jnl-lote.
           MOVE "cierreActas" TO jnl-programa.
           MOVE "ACTAS" TO jnl-maestro.
           MOVE "E" TO jnl-tipo.
           MOVE act1-acta TO jnl-clave.
           MOVE w-fecha-hoy TO jnl-fecha.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-hora-aux(1:6) TO jnl-hora.
           MOVE w-jnl-antes TO jnl-antes.
           MOVE act1-reg TO jnl-despues.
           WRITE jnl-reg.
           IF w-jnl-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-jnl-status " AL GRABAR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-tot-journal.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           MOVE "REGISTROS GRABADOS......:" TO dtt-leyenda.
           MOVE w-tot-grabados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CAMBIOS AL JOURNAL......:" TO dtt-leyenda.
           MOVE w-tot-journal TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE w-jnl-lote TO dl-lote.
           WRITE lis-reg FROM detalle-lote AFTER 1.

       700-FIN.
           CLOSE ACTAS.
           CLOSE TRANSACCIONES.
           CLOSE ACTAS-NUE.
           CLOSE JOURNAL.
           CLOSE LISTADO-CIE.
       END PROGRAM cierreActas.
