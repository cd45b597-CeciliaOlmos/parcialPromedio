      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rectificacion de notas en actas cerradas. Aplica las
      *          transacciones de rectificaciones.txt sobre el archivo
      *          de actas, graba actasNue.txt con las notas corregidas
      *          y deja cada rectificacion en el registro permanente
      *          rectificaciones.log con su autorizacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rectificacionNotas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTAS
           ASSIGN TO
           "..\actas.txt"
           FILE STATUS IS w-act-status.
           SELECT TRANSACCIONES
           ASSIGN TO
           "..\rectificaciones.txt"
           FILE STATUS IS w-trn-status.
           SELECT ACTAS-NUE
           ASSIGN TO
           "..\actasNue.txt"
           FILE STATUS IS w-acn-status.
           SELECT OPTIONAL LOG-RECTIF
           ASSIGN TO
           "..\rectificaciones.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-log-status.
           SELECT LISTADO-RCT
           ASSIGN TO PRINTER,
           "..\impRectif.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
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
      * TRANSACCIONES: una rectificacion por registro.
      *   trn-acta          acta cerrada a rectificar
      *   trn-alumno        codigo de alumno del detalle
      *   trn-nota-ant      nota que figura hoy en el acta
      *   trn-nota-nue      nota rectificada (1-10)
      *   trn-motivo        motivo de la rectificacion
      *   trn-autorizacion  numero de resolucion que la autoriza
      *   trn-usuario       quien carga la rectificacion
      ******************************************************************
       FD  TRANSACCIONES.
       01  trn-reg.
           03 trn-acta pic 9(6).
           03 trn-alumno pic x(6).
           03 trn-nota-ant pic 9(2).
           03 trn-nota-nue pic 9(2).
           03 trn-motivo pic x(30).
           03 trn-autorizacion pic x(12).
           03 trn-usuario pic x(8).

       FD  ACTAS-NUE.
       01  acn-reg pic x(25).

      ******************************************************************
      * LOG-RECTIF: registro permanente de rectificaciones aplicadas;
      * se abre en extension y no se vacia nunca. parcialNotas lista
      * las del periodo (por fecha del acta) en NOTAS RECTIFICADAS.
      * Registro de 91 posiciones:
      *   01-08  log-fecha-proc     fecha de la rectificacion
      *   09-14  log-hora-proc      hora de la rectificacion
      *   15-20  log-acta           numero de acta
      *   21-28  log-fecha-acta     fecha del acta
      *   29-31  log-materia        materia del acta
      *   32-37  log-alumno         codigo de alumno
      *   38-39  log-nota-ant       nota anterior
      *   40-41  log-nota-nue       nota rectificada
      *   42-53  log-autorizacion   numero de resolucion
      *   54-61  log-usuario        quien cargo la rectificacion
      *   62-91  log-motivo         motivo
      ******************************************************************
       FD  LOG-RECTIF.
       01  log-reg.
           03 log-fecha-proc pic 9(8).
           03 log-hora-proc pic 9(6).
           03 log-acta pic 9(6).
           03 log-fecha-acta pic 9(8).
           03 log-materia pic x(3).
           03 log-alumno pic x(6).
           03 log-nota-ant pic 9(2).
           03 log-nota-nue pic 9(2).
           03 log-autorizacion pic x(12).
           03 log-usuario pic x(8).
           03 log-motivo pic x(30).

       FD  LISTADO-RCT
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-act-status pic xx value "00".
       01  w-trn-status pic xx value "00".
       01  w-acn-status pic xx value "00".
       01  w-log-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-act pic 9 value zero.
       01  w-flag-trn pic 9 value zero.
       01  w-flag-trn-lleno pic 9 value zero.
       01  w-trn-idx-enc pic 9(3) value zero.
       01  w-motivo pic x(25).
       01  w-resultado pic x(9).
       01  w-fecha-proc pic 9(8) value zero.
       01  w-hora-aux pic 9(8) value zero.
       01  w-cab-acta pic 9(6) value zero.
       01  w-cab-fecha pic 9(8) value zero.
       01  w-cab-materia pic x(3) value spaces.
       01  w-cab-estado pic x(1) value spaces.
       01  w-tabla-trn.
           03 w-trn-entry OCCURS 200 TIMES INDEXED BY w-trn-idx.
               05 w-trn-acta pic 9(6).
               05 w-trn-alumno pic x(6).
               05 w-trn-nota-ant pic 9(2).
               05 w-trn-nota-nue pic 9(2).
               05 w-trn-motivo pic x(30).
               05 w-trn-autorizacion pic x(12).
               05 w-trn-usuario pic x(8).
               05 w-trn-usada pic 9.
               05 w-trn-vista pic 9.
               05 w-trn-alu-visto pic 9.
       01  w-cant-trn pic 9(3) value zero.
       01  w-tot-cab-leidas pic 9(5) value zero.
       01  w-tot-det-leidos pic 9(5) value zero.
       01  w-tot-trn-leidas pic 9(5) value zero.
       01  w-tot-aplicadas pic 9(5) value zero.
       01  w-tot-rechazadas pic 9(5) value zero.
       01  w-tot-grabados pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(22) value spaces.
               05 filler pic x(36)
                  value "RECTIFICACION DE NOTAS EN ACTAS".
               05 filler pic x(22) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(6) value "  ACTA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "ANT".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(3) value "NUE".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(9) value "RESULTADO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "MOTIVO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(12) value "AUTORIZACION".
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-trn.
           03  lin-dat-trn.
               05 filler pic x(4) value spaces.
               05 dt-acta pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 dt-alumno pic x(6).
               05 filler pic x(3) value spaces.
               05 dt-nota-ant pic z9.
               05 filler pic x(3) value spaces.
               05 dt-nota-nue pic z9.
               05 filler pic x(2) value spaces.
               05 dt-resultado pic x(9).
               05 filler pic x(2) value spaces.
               05 dt-motivo pic x(25).
               05 filler pic x(2) value spaces.
               05 dt-autorizacion pic x(12).
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DE RECTIFICACION".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dtt-leyenda pic x(26).
               05 dtt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-TRANSACCIONES.
           PERFORM 300-PROCESAR-ACTAS.
           PERFORM 400-LISTAR-SIN-DETALLE.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-rechazadas IS GREATER THAN ZERO
               DISPLAY "RECTIFICACION CON " w-tot-rechazadas
                   " TRANSACCIONES RECHAZADAS; VER impRectif.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INICIO.
           OPEN INPUT ACTAS.
           IF w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACCIONES.
           IF w-trn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-trn-status " AL ABRIR TRANSACCIONES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACTAS-NUE.
           IF w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOG-RECTIF.
           IF w-log-status IS NOT EQUAL "00" AND
                   w-log-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-log-status " AL ABRIR LOG-RECTIF"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-RCT.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-RCT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proc FROM DATE YYYYMMDD.
           ACCEPT w-hora-aux FROM TIME.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       200-CARGAR-TRANSACCIONES.
           PERFORM 220-LEER-TRANSACCION.
           PERFORM UNTIL w-flag-trn IS EQUAL 1
               IF w-cant-trn < 200
                   ADD 1 TO w-cant-trn
                   MOVE trn-acta TO w-trn-acta(w-cant-trn)
                   MOVE trn-alumno TO w-trn-alumno(w-cant-trn)
                   MOVE trn-nota-ant TO w-trn-nota-ant(w-cant-trn)
                   MOVE trn-nota-nue TO w-trn-nota-nue(w-cant-trn)
                   MOVE trn-motivo TO w-trn-motivo(w-cant-trn)
                   MOVE trn-autorizacion
                       TO w-trn-autorizacion(w-cant-trn)
                   MOVE trn-usuario TO w-trn-usuario(w-cant-trn)
                   MOVE ZERO TO w-trn-usada(w-cant-trn)
                   MOVE ZERO TO w-trn-vista(w-cant-trn)
                   MOVE ZERO TO w-trn-alu-visto(w-cant-trn)
               ELSE
                   IF w-flag-trn-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-trn-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 200 "
                           "rectificaciones; las restantes "
                           "no se aplican en esta corrida."
                   END-IF
               END-IF
               PERFORM 220-LEER-TRANSACCION
           END-PERFORM.
       220-LEER-TRANSACCION.
           READ TRANSACCIONES AT END MOVE 1 TO w-flag-trn
               NOT AT END ADD 1 TO w-tot-trn-leidas
           END-READ.
           IF w-flag-trn IS NOT EQUAL 1 AND
                   w-trn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-trn-status " AL LEER TRANSACCIONES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-PROCESAR-ACTAS.
           PERFORM 320-LEER-ACTA.
           PERFORM UNTIL w-flag-act IS EQUAL 1
               IF act1-tipo-reg IS EQUAL "1"
                   ADD 1 TO w-tot-cab-leidas
                   PERFORM 330-TOMAR-CABECERA
                   WRITE acn-reg FROM act1-reg
               ELSE
                   ADD 1 TO w-tot-det-leidos
                   PERFORM 340-APLICAR-A-DETALLE
                   WRITE acn-reg FROM act2-registro
               END-IF
               IF w-acn-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-acn-status " AL GRABAR ACTAS-NUE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-tot-grabados
               PERFORM 320-LEER-ACTA
           END-PERFORM.
       320-LEER-ACTA.
           READ ACTAS AT END MOVE 1 TO w-flag-act END-READ.
           IF w-flag-act IS NOT EQUAL 1 AND
                   w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL LEER ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * El estado en blanco de archivos anteriores a la incorporacion
      * del estado se toma como cerrada.
      ******************************************************************
       330-TOMAR-CABECERA.
           MOVE act1-acta TO w-cab-acta.
           MOVE act1-fecha TO w-cab-fecha.
           MOVE act1-materia TO w-cab-materia.
           IF act1-estado IS EQUAL SPACE
               MOVE "C" TO w-cab-estado
           ELSE
               MOVE act1-estado TO w-cab-estado
           END-IF.
           PERFORM VARYING w-trn-idx FROM 1 BY 1
               UNTIL w-trn-idx > w-cant-trn
               IF w-trn-acta(w-trn-idx) IS EQUAL act1-acta
                   MOVE 1 TO w-trn-vista(w-trn-idx)
               END-IF
           END-PERFORM.
       340-APLICAR-A-DETALLE.
           PERFORM 345-BUSCAR-TRANSACCION.
           IF w-trn-idx-enc IS NOT EQUAL ZERO
               MOVE 1 TO w-trn-usada(w-trn-idx-enc)
               MOVE SPACES TO w-motivo
               PERFORM 350-VALIDAR-RECTIFICACION
               IF w-motivo IS EQUAL SPACES
                   MOVE w-trn-nota-nue(w-trn-idx-enc) TO act2-nota
                   PERFORM 360-GRABAR-LOG
                   ADD 1 TO w-tot-aplicadas
                   PERFORM 450-LISTAR-APLICADA
               ELSE
                   PERFORM 460-RECHAZAR-TRN
               END-IF
           END-IF.
       345-BUSCAR-TRANSACCION.
           MOVE ZERO TO w-trn-idx-enc.
           PERFORM VARYING w-trn-idx FROM 1 BY 1
               UNTIL w-trn-idx > w-cant-trn
               IF w-trn-acta(w-trn-idx) IS EQUAL w-cab-acta AND
                       w-trn-alumno(w-trn-idx) IS EQUAL
                           act2-alumno(1:6)
                   MOVE 1 TO w-trn-alu-visto(w-trn-idx)
                   IF w-trn-usada(w-trn-idx) IS EQUAL ZERO AND
                           w-trn-idx-enc IS EQUAL ZERO
                       SET w-trn-idx-enc TO w-trn-idx
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Solo se rectifican actas cerradas: las abiertas se corrigen
      * con la carga normal y las anuladas no cuentan para nada.
      ******************************************************************
       350-VALIDAR-RECTIFICACION.
           IF w-cab-estado IS EQUAL "N"
               MOVE "ACTA ANULADA" TO w-motivo
           ELSE
               IF w-cab-estado IS NOT EQUAL "C"
                   MOVE "ACTA NO CERRADA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   (w-trn-nota-ant(w-trn-idx-enc) IS NOT NUMERIC OR
                    w-trn-nota-ant(w-trn-idx-enc) IS NOT EQUAL
                        act2-nota)
               MOVE "NOTA ANTERIOR NO COINCIDE" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   (w-trn-nota-nue(w-trn-idx-enc) IS NOT NUMERIC OR
                    w-trn-nota-nue(w-trn-idx-enc) IS LESS THAN 1 OR
                    w-trn-nota-nue(w-trn-idx-enc) IS GREATER THAN 10)
               MOVE "NOTA NUEVA FUERA DE RANGO" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   w-trn-nota-nue(w-trn-idx-enc) IS EQUAL act2-nota
               MOVE "NOTA NUEVA IGUAL ANTERIOR" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   w-trn-autorizacion(w-trn-idx-enc) IS EQUAL SPACES
               MOVE "FALTA AUTORIZACION" TO w-motivo
           END-IF.
           IF w-motivo IS EQUAL SPACES AND
                   w-trn-motivo(w-trn-idx-enc) IS EQUAL SPACES
               MOVE "FALTA MOTIVO" TO w-motivo
           END-IF.
       360-GRABAR-LOG.
           MOVE w-fecha-proc TO log-fecha-proc.
           MOVE w-hora-aux(1:6) TO log-hora-proc.
           MOVE w-cab-acta TO log-acta.
           MOVE w-cab-fecha TO log-fecha-acta.
           MOVE w-cab-materia TO log-materia.
           MOVE w-trn-alumno(w-trn-idx-enc) TO log-alumno.
           MOVE w-trn-nota-ant(w-trn-idx-enc) TO log-nota-ant.
           MOVE w-trn-nota-nue(w-trn-idx-enc) TO log-nota-nue.
           MOVE w-trn-autorizacion(w-trn-idx-enc) TO log-autorizacion.
           MOVE w-trn-usuario(w-trn-idx-enc) TO log-usuario.
           MOVE w-trn-motivo(w-trn-idx-enc) TO log-motivo.
           WRITE log-reg.
           IF w-log-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-log-status " AL GRABAR LOG-RECTIF"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Una transaccion no usada cuyo alumno si aparecio en el acta es
      * un duplicado; si el acta aparecio pero el alumno no, el alumno
      * no rindio en esa acta; si el acta nunca aparecio, no existe.
      ******************************************************************
       400-LISTAR-SIN-DETALLE.
           PERFORM VARYING w-trn-idx FROM 1 BY 1
               UNTIL w-trn-idx > w-cant-trn
               IF w-trn-usada(w-trn-idx) IS NOT EQUAL 1
                   SET w-trn-idx-enc TO w-trn-idx
                   IF w-trn-alu-visto(w-trn-idx) IS EQUAL 1
                       MOVE "TRANSACCION DUPLICADA" TO w-motivo
                   ELSE
                       IF w-trn-vista(w-trn-idx) IS EQUAL 1
                           MOVE "ALUMNO NO ESTA EN EL ACTA" TO w-motivo
                       ELSE
                           MOVE "ACTA INEXISTENTE" TO w-motivo
                       END-IF
                   END-IF
                   PERFORM 460-RECHAZAR-TRN
               END-IF
           END-PERFORM.

       450-LISTAR-APLICADA.
           MOVE "APLICADA" TO w-resultado.
           PERFORM 470-LISTAR-TRN.
       460-RECHAZAR-TRN.
           MOVE "RECHAZADA" TO w-resultado.
           ADD 1 TO w-tot-rechazadas.
           PERFORM 470-LISTAR-TRN.
       470-LISTAR-TRN.
           MOVE w-trn-acta(w-trn-idx-enc) TO dt-acta.
           MOVE w-trn-alumno(w-trn-idx-enc) TO dt-alumno.
           IF w-trn-nota-ant(w-trn-idx-enc) IS NUMERIC
               MOVE w-trn-nota-ant(w-trn-idx-enc) TO dt-nota-ant
           ELSE
               MOVE ZERO TO dt-nota-ant
           END-IF.
           IF w-trn-nota-nue(w-trn-idx-enc) IS NUMERIC
               MOVE w-trn-nota-nue(w-trn-idx-enc) TO dt-nota-nue
           ELSE
               MOVE ZERO TO dt-nota-nue
           END-IF.
           MOVE w-resultado TO dt-resultado.
           MOVE w-motivo TO dt-motivo.
           MOVE w-trn-autorizacion(w-trn-idx-enc) TO dt-autorizacion.
           WRITE lis-reg FROM detalle-trn AFTER 1.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "CABECERAS LEIDAS........:" TO dtt-leyenda.
           MOVE w-tot-cab-leidas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "DETALLES LEIDOS.........:" TO dtt-leyenda.
           MOVE w-tot-det-leidos TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "TRANSACCIONES LEIDAS....:" TO dtt-leyenda.
           MOVE w-tot-trn-leidas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "RECTIFIC. APLICADAS.....:" TO dtt-leyenda.
           MOVE w-tot-aplicadas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "TRANSACC. RECHAZADAS....:" TO dtt-leyenda.
           MOVE w-tot-rechazadas TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "REGISTROS GRABADOS......:" TO dtt-leyenda.
           MOVE w-tot-grabados TO dtt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           CLOSE ACTAS.
           CLOSE TRANSACCIONES.
           CLOSE ACTAS-NUE.
           CLOSE LOG-RECTIF.
           CLOSE LISTADO-RCT.
       END PROGRAM rectificacionNotas.
