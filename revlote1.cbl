      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversion de un lote de novedades. Toma el lote de
      *          loteRevertir.txt, junta del journal las claves que el
      *          lote cambio y devuelve cada registro a su imagen
      *          anterior: ALUMNOS en el lugar, MATERIAS, BANDAS y
      *          ACTAS grabando materiasNue.txt, bandasNue.txt y
      *          actasNue.txt como los programas que las mantienen.
      *          Un alumno restituido por revertir su baja sale de
      *          alumnosBaja.txt, grabando alumnosBajaNue.txt.
      *          Una clave que otro lote cambio despues, o cuyo
      *          registro actual no coincide con la imagen posterior
      *          del lote, no se revierte y se lista como conflicto.
      *          Las reversiones tambien se registran en el journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reversionLote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE-REV
           ASSIGN TO
           "..\loteRevertir.txt"
           FILE STATUS IS w-lot-status.
           SELECT OPTIONAL JOURNAL
           ASSIGN TO
           "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-jnl-status.
           SELECT OPTIONAL ALUMNOS
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
           SELECT BAJAS-NUE
           ASSIGN TO
           "..\alumnosBajaNue.txt"
           FILE STATUS IS w-bjn-status.
           SELECT MATERIAS
           ASSIGN TO
           "..\materias.txt"
           FILE STATUS IS w-mst-status.
           SELECT MATERIAS-NUE
           ASSIGN TO
           "..\materiasNue.txt"
           FILE STATUS IS w-mtn-status.
           SELECT BANDAS
           ASSIGN TO
           "..\bandas.txt"
           FILE STATUS IS w-ban-status.
           SELECT BANDAS-NUE
           ASSIGN TO
           "..\bandasNue.txt"
           FILE STATUS IS w-ban-nue-status.
           SELECT ACTAS
           ASSIGN TO
           "..\actas.txt"
           FILE STATUS IS w-act-status.
           SELECT ACTAS-NUE
           ASSIGN TO
           "..\actasNue.txt"
           FILE STATUS IS w-acn-status.
           SELECT LISTADO-REV
           ASSIGN TO PRINTER,
           "..\impReversion.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-REV.
       01  lot-reg.
           03 lot-lote pic x(17).

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

       FD  BAJAS-NUE.
       01  bjn-reg pic x(41).

       FD  MATERIAS.
       01  mst-reg.
           03 mst-codigo pic x(3).
           03 mst-nombre pic x(30).
           03 mst-depto pic x(20).
           03 mst-estado pic x(1).

       FD  MATERIAS-NUE.
       01  mtn-reg.
           03 mtn-codigo pic x(3).
           03 mtn-nombre pic x(30).
           03 mtn-depto pic x(20).
           03 mtn-estado pic x(1).

       FD  BANDAS.
       01  ban-reg.
           03 ban-codigo pic x(3).
           03 ban-promo pic 9(2)v99.
           03 ban-aprob pic 9(2)v99.

       FD  BANDAS-NUE.
       01  btn-reg.
           03 btn-codigo pic x(3).
           03 btn-promo pic 9(2)v99.
           03 btn-aprob pic 9(2)v99.

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

       FD  ACTAS-NUE.
       01  acn-reg pic x(25).

       FD  LISTADO-REV
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-lot-status pic xx value "00".
       01  w-jnl-status pic xx value "00".
       01  w-alu-status pic xx value "00".
       01  w-baj-status pic xx value "00".
       01  w-bjn-status pic xx value "00".
       01  w-mst-status pic xx value "00".
       01  w-mtn-status pic xx value "00".
       01  w-ban-status pic xx value "00".
       01  w-ban-nue-status pic xx value "00".
       01  w-act-status pic xx value "00".
       01  w-acn-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-jnl pic 9 value zero.
       01  w-flag-mae pic 9 value zero.
       01  w-flag-act pic 9 value zero.
       01  w-flag-lote-visto pic 9 value zero.
       01  w-flag-rev-lleno pic 9 value zero.
       01  w-flag-existe pic 9 value zero.
       01  w-flag-grabar pic 9 value zero.
       01  w-flag-hay-alu pic 9 value zero.
       01  w-flag-hay-mat pic 9 value zero.
       01  w-flag-hay-ban pic 9 value zero.
       01  w-flag-hay-act pic 9 value zero.
       01  w-flag-hay-baja pic 9 value zero.
       01  w-flag-baj pic 9 value zero.
       01  w-flag-quitar pic 9 value zero.
       01  w-lote pic x(17) value spaces.
       01  w-lote-r REDEFINES w-lote.
           03 w-lote-prog pic x(3).
           03 w-lote-fecha pic x(8).
           03 w-lote-hora pic x(6).
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-hora-aux pic 9(8) value zero.
       01  w-jnl-lote.
           03 w-jnl-lote-prog pic x(3) value "REV".
           03 w-jnl-lote-fecha pic 9(8) value zero.
           03 w-jnl-lote-hora pic 9(6) value zero.
       01  w-maestro-act pic x(8).
       01  w-clave-mae pic x(6).
       01  w-clave-rev pic x(6).
       01  w-clave-busca pic x(6).
       01  w-img-actual pic x(60).
       01  w-img-result pic x(60).
       01  w-jnl-tipo-rev pic x(1).
       01  w-rev-k pic 9(3) value zero.
       01  w-rev-enc pic 9(3) value zero.
       01  w-busca-i pic 9(3) value zero.
      ******************************************************************
      * Una entrada por maestro y clave cambiados por el lote: tipo e
      * imagen anterior del primer cambio del lote, imagen posterior
      * del ultimo. Estado P pendiente, R revertida, C conflicto.
      * Las claves de cada maestro quedan en orden ascendente porque
      * los programas de mantenimiento aplican novedades ordenadas.
      ******************************************************************
       01  w-tabla-rev.
           03 w-rev-entry OCCURS 500 TIMES INDEXED BY w-rev-idx.
               05 w-rev-maestro pic x(8).
               05 w-rev-clave pic x(6).
               05 w-rev-tipo pic x(1).
               05 w-rev-antes pic x(60).
               05 w-rev-despues pic x(60).
               05 w-rev-cant pic 9(3).
               05 w-rev-estado pic x(1).
               05 w-rev-motivo pic x(24).
               05 w-rev-lote-conf pic x(17).
       01  w-cant-rev pic 9(3) value zero.
       01  w-tot-jnl-leidos pic 9(5) value zero.
       01  w-tot-jnl-lote pic 9(5) value zero.
       01  w-tot-revertidas pic 9(5) value zero.
       01  w-tot-conflictos pic 9(5) value zero.
       01  w-tot-journal pic 9(5) value zero.
       01  w-tot-bajas-quitadas pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(23) value "REVERSION DEL LOTE ".
               05 c1-lote pic x(17).
               05 filler pic x(20) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(2) value spaces.
               05 FILLER pic x(8) value "MAESTRO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(4) value "TIPO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(6) value "CLAVE".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(4) value "CAMB".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(9) value "RESULTADO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(24) value "MOTIVO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(17) value "LOTE POSTERIOR".
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-rev.
           03  lin-dat-rev.
               05 filler pic x(2) value spaces.
               05 dr-maestro pic x(8).
               05 filler pic x(2) value spaces.
               05 dr-tipo pic x(1).
               05 filler pic x(3) value spaces.
               05 dr-clave pic x(6).
               05 filler pic x(1) value spaces.
               05 dr-cant pic zzz9.
               05 filler pic x(1) value spaces.
               05 dr-resultado pic x(9).
               05 filler pic x(1) value spaces.
               05 dr-motivo pic x(24).
               05 filler pic x(1) value spaces.
               05 dr-lote-conf pic x(17).
       01  detalle-msg.
           03  lin-dat-msg.
               05 filler pic x(4) value spaces.
               05 dmsg-texto pic x(76).
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DE LA REVERSION".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dt-leyenda pic x(26).
               05 dt-cant pic zzzz9.
       01  detalle-lote.
           03  lin-dat-lote.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "LOTE DE JOURNAL.........:".
               05 dl-lote pic x(17).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-JOURNAL.
           IF w-flag-lote-visto IS NOT EQUAL 1 OR
                   w-flag-rev-lleno IS EQUAL 1
               IF w-flag-lote-visto IS NOT EQUAL 1
                   MOVE "EL LOTE NO ESTA EN EL JOURNAL; NO SE REVIRTIO "
                       TO dmsg-texto
               ELSE
                   MOVE "EL LOTE SUPERA 500 CLAVES; NO SE REVIRTIO "
                       TO dmsg-texto
               END-IF
               WRITE lis-reg FROM detalle-msg AFTER 2
               MOVE "NINGUN REGISTRO." TO dmsg-texto
               WRITE lis-reg FROM detalle-msg AFTER 1
               CLOSE LISTADO-REV
               DISPLAY "REVERSION RECHAZADA; VER impReversion.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL.
           IF w-jnl-status IS NOT EQUAL "00" AND
                   w-jnl-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-jnl-status " AL ABRIR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-hay-alu IS EQUAL 1
               PERFORM 300-REVERTIR-ALUMNOS
           END-IF.
           IF w-flag-hay-baja IS EQUAL 1
               PERFORM 350-QUITAR-BAJAS
           END-IF.
           IF w-flag-hay-mat IS EQUAL 1
               PERFORM 400-REVERTIR-MATERIAS
           END-IF.
           IF w-flag-hay-ban IS EQUAL 1
               PERFORM 450-REVERTIR-BANDAS
           END-IF.
           IF w-flag-hay-act IS EQUAL 1
               PERFORM 500-REVERTIR-ACTAS
           END-IF.
           PERFORM 600-LISTAR-ENTRADAS.
           PERFORM 650-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-journal IS GREATER THAN ZERO
               DISPLAY "LOTE DE JOURNAL " w-jnl-lote
           END-IF.
           IF w-tot-conflictos IS GREATER THAN ZERO
               DISPLAY "REVERSION CON " w-tot-conflictos
                   " CONFLICTOS; VER impReversion.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INICIO.
           OPEN INPUT LOTE-REV.
           IF w-lot-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lot-status " AL ABRIR LOTE-REV"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ LOTE-REV
               AT END MOVE SPACES TO lot-lote
           END-READ.
           MOVE lot-lote TO w-lote.
           CLOSE LOTE-REV.
           IF w-lote IS EQUAL SPACES
               DISPLAY "ERROR: loteRevertir.txt no indica el lote."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOURNAL.
           IF w-jnl-status IS NOT EQUAL "00" AND
                   w-jnl-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-jnl-status " AL ABRIR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-REV.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-REV"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-fecha-hoy TO w-jnl-lote-fecha.
           MOVE w-hora-aux(1:6) TO w-jnl-lote-hora.
           MOVE w-lote TO c1-lote.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

      ******************************************************************
      * El journal se graba en orden cronologico: todo registro de otro
      * lote que aparece despues del primero del lote a revertir es un
      * cambio posterior y deja en conflicto la clave que toca.
      ******************************************************************
       200-CARGAR-JOURNAL.
           PERFORM 210-LEER-JOURNAL.
           PERFORM UNTIL w-flag-jnl IS EQUAL 1
               MOVE jnl-clave TO w-clave-busca
               MOVE jnl-maestro TO w-maestro-act
               PERFORM 240-BUSCAR-ENTRADA
               IF jnl-lote IS EQUAL w-lote
                   MOVE 1 TO w-flag-lote-visto
                   ADD 1 TO w-tot-jnl-lote
                   PERFORM 220-REGISTRAR-CAMBIO
               ELSE
                   IF w-rev-enc IS NOT EQUAL ZERO
                       PERFORM 230-MARCAR-CONFLICTO
                   END-IF
               END-IF
               PERFORM 210-LEER-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL.
       210-LEER-JOURNAL.
           READ JOURNAL AT END MOVE 1 TO w-flag-jnl
               NOT AT END ADD 1 TO w-tot-jnl-leidos
           END-READ.
           IF w-flag-jnl IS NOT EQUAL 1 AND
                   w-jnl-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-jnl-status " AL LEER JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       220-REGISTRAR-CAMBIO.
           IF w-rev-enc IS NOT EQUAL ZERO
               MOVE jnl-despues TO w-rev-despues(w-rev-enc)
               ADD 1 TO w-rev-cant(w-rev-enc)
           ELSE
               IF w-cant-rev < 500
                   ADD 1 TO w-cant-rev
                   MOVE jnl-maestro TO w-rev-maestro(w-cant-rev)
                   MOVE jnl-clave TO w-rev-clave(w-cant-rev)
                   MOVE jnl-tipo TO w-rev-tipo(w-cant-rev)
                   MOVE jnl-antes TO w-rev-antes(w-cant-rev)
                   MOVE jnl-despues TO w-rev-despues(w-cant-rev)
                   MOVE 1 TO w-rev-cant(w-cant-rev)
                   MOVE "P" TO w-rev-estado(w-cant-rev)
                   MOVE SPACES TO w-rev-motivo(w-cant-rev)
                   MOVE SPACES TO w-rev-lote-conf(w-cant-rev)
                   PERFORM 225-MARCAR-MAESTRO
               ELSE
                   IF w-flag-rev-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-rev-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 500 "
                           "claves por lote; el lote no se revierte."
                   END-IF
               END-IF
           END-IF.
       225-MARCAR-MAESTRO.
           IF jnl-maestro IS EQUAL "ALUMNOS"
               MOVE 1 TO w-flag-hay-alu
           END-IF.
           IF jnl-maestro IS EQUAL "MATERIAS"
               MOVE 1 TO w-flag-hay-mat
           END-IF.
           IF jnl-maestro IS EQUAL "BANDAS"
               MOVE 1 TO w-flag-hay-ban
           END-IF.
           IF jnl-maestro IS EQUAL "ACTAS"
               MOVE 1 TO w-flag-hay-act
           END-IF.
       230-MARCAR-CONFLICTO.
           IF w-rev-estado(w-rev-enc) IS EQUAL "P"
               MOVE "C" TO w-rev-estado(w-rev-enc)
               MOVE "CAMBIO EN LOTE POSTERIOR"
                   TO w-rev-motivo(w-rev-enc)
               MOVE jnl-lote TO w-rev-lote-conf(w-rev-enc)
           END-IF.
       240-BUSCAR-ENTRADA.
           MOVE ZERO TO w-rev-enc.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-rev OR w-rev-enc > ZERO
               IF w-rev-maestro(w-busca-i) IS EQUAL w-maestro-act AND
                       w-rev-clave(w-busca-i) IS EQUAL w-clave-busca
                   MOVE w-busca-i TO w-rev-enc
               END-IF
           END-PERFORM.

      ******************************************************************
      * ALUMNOS es indexado: cada clave se lee y se regraba, se da de
      * alta o se borra en el lugar.
      ******************************************************************
       300-REVERTIR-ALUMNOS.
           MOVE "ALUMNOS" TO w-maestro-act.
           OPEN I-O ALUMNOS.
           IF w-alu-status IS NOT EQUAL "00" AND
                   w-alu-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-alu-status " AL ABRIR ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING w-rev-k FROM 1 BY 1
               UNTIL w-rev-k > w-cant-rev
               IF w-rev-maestro(w-rev-k) IS EQUAL "ALUMNOS"
                   PERFORM 310-REVERTIR-ALUMNO
               END-IF
           END-PERFORM.
           CLOSE ALUMNOS.
       310-REVERTIR-ALUMNO.
           MOVE w-rev-clave(w-rev-k) TO alu-codigo.
           READ ALUMNOS
               INVALID KEY MOVE ZERO TO w-flag-existe
               NOT INVALID KEY MOVE 1 TO w-flag-existe
           END-READ.
           IF w-flag-existe IS EQUAL ZERO AND
                   w-alu-status IS NOT EQUAL "23"
               DISPLAY "ERROR " w-alu-status " AL LEER ALUMNOS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-existe IS EQUAL 1
               MOVE alu-reg TO w-img-actual
           ELSE
               MOVE SPACES TO w-img-actual
           END-IF.
           PERFORM 560-REVERTIR-IMAGEN.
           IF w-rev-estado(w-rev-k) IS EQUAL "R"
               IF w-flag-grabar IS EQUAL 1
                   MOVE w-img-result TO alu-reg
                   IF w-flag-existe IS EQUAL 1
                       REWRITE alu-reg
                           INVALID KEY
                               MOVE "ERROR AL REGRABAR"
                                   TO w-rev-motivo(w-rev-k)
                       END-REWRITE
                   ELSE
                       WRITE alu-reg
                           INVALID KEY
                               MOVE "ERROR AL GRABAR"
                                   TO w-rev-motivo(w-rev-k)
                       END-WRITE
                   END-IF
               ELSE
                   DELETE ALUMNOS RECORD
                       INVALID KEY
                           MOVE "ERROR AL BORRAR"
                               TO w-rev-motivo(w-rev-k)
                   END-DELETE
               END-IF
               IF w-rev-motivo(w-rev-k) IS NOT EQUAL SPACES
                   MOVE "C" TO w-rev-estado(w-rev-k)
               ELSE
                   PERFORM 570-GRABAR-JOURNAL
                   IF w-flag-grabar IS EQUAL 1 AND
                           w-rev-despues(w-rev-k) IS EQUAL SPACES AND
                           w-lote-prog IS EQUAL "ALU"
                       MOVE 1 TO w-flag-hay-baja
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Un alumno restituido porque el lote termino dandolo de baja
      * tiene en alumnosBaja.txt el registro que grabo mantAlumnos, con
      * la fecha del lote. Ese registro no pasa a alumnosBajaNue.txt.
      ******************************************************************
       350-QUITAR-BAJAS.
           OPEN INPUT BAJAS.
           IF w-baj-status IS NOT EQUAL "00" AND
                   w-baj-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-baj-status " AL ABRIR BAJAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BAJAS-NUE.
           IF w-bjn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-bjn-status " AL ABRIR BAJAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 360-LEER-BAJA.
           PERFORM UNTIL w-flag-baj IS EQUAL 1
               PERFORM 370-BAJA-REVERTIDA
               IF w-flag-quitar IS EQUAL 1
                   ADD 1 TO w-tot-bajas-quitadas
                   MOVE SPACES TO dmsg-texto
                   STRING "BAJA QUITADA DE alumnosBaja.txt: "
                              DELIMITED BY SIZE
                          baj-codigo DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          baj-nombre DELIMITED BY SIZE
                       INTO dmsg-texto
                   END-STRING
                   WRITE lis-reg FROM detalle-msg AFTER 1
               ELSE
                   WRITE bjn-reg FROM baj-reg
                   IF w-bjn-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-bjn-status
                           " AL GRABAR BAJAS-NUE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 360-LEER-BAJA
           END-PERFORM.
           CLOSE BAJAS.
           CLOSE BAJAS-NUE.
           MOVE "BAJAS VIGENTES GRABADAS EN alumnosBajaNue.txt."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
       360-LEER-BAJA.
           READ BAJAS AT END MOVE 1 TO w-flag-baj END-READ.
           IF w-flag-baj IS NOT EQUAL 1 AND
                   w-baj-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-baj-status " AL LEER BAJAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       370-BAJA-REVERTIDA.
           MOVE ZERO TO w-flag-quitar.
           IF baj-fecha IS EQUAL w-lote-fecha
               MOVE "ALUMNOS" TO w-maestro-act
               MOVE baj-codigo TO w-clave-busca
               PERFORM 240-BUSCAR-ENTRADA
               IF w-rev-enc IS NOT EQUAL ZERO
                   IF w-rev-estado(w-rev-enc) IS EQUAL "R" AND
                           w-rev-antes(w-rev-enc) IS NOT EQUAL
                               SPACES AND
                           w-rev-despues(w-rev-enc) IS EQUAL SPACES
                       MOVE 1 TO w-flag-quitar
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * MATERIAS y BANDAS se aparean con las claves del lote y se
      * graban completas en materiasNue.txt / bandasNue.txt.
      ******************************************************************
       400-REVERTIR-MATERIAS.
           MOVE "MATERIAS" TO w-maestro-act.
           OPEN INPUT MATERIAS.
           IF w-mst-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mst-status " AL ABRIR MATERIAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MATERIAS-NUE.
           IF w-mtn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mtn-status " AL ABRIR MATERIAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-mae.
           PERFORM 410-LEER-MATERIA.
           MOVE ZERO TO w-rev-k.
           PERFORM 420-SIGUIENTE-ENTRADA.
           PERFORM UNTIL w-clave-mae IS EQUAL HIGH-VALUES AND
                   w-clave-rev IS EQUAL HIGH-VALUES
               IF w-clave-mae IS LESS THAN w-clave-rev
                   WRITE mtn-reg FROM mst-reg
                   PERFORM 415-CONTROL-MATERIAS-NUE
                   PERFORM 410-LEER-MATERIA
               ELSE
                   IF w-clave-mae IS EQUAL w-clave-rev
                       MOVE 1 TO w-flag-existe
                       MOVE mst-reg TO w-img-actual
                       PERFORM 410-LEER-MATERIA
                   ELSE
                       MOVE ZERO TO w-flag-existe
                       MOVE SPACES TO w-img-actual
                   END-IF
                   PERFORM 560-REVERTIR-IMAGEN
                   IF w-flag-grabar IS EQUAL 1
                       MOVE w-img-result TO mtn-reg
                       WRITE mtn-reg
                       PERFORM 415-CONTROL-MATERIAS-NUE
                   END-IF
                   IF w-rev-estado(w-rev-k) IS EQUAL "R"
                       PERFORM 570-GRABAR-JOURNAL
                   END-IF
                   PERFORM 420-SIGUIENTE-ENTRADA
               END-IF
           END-PERFORM.
           CLOSE MATERIAS.
           CLOSE MATERIAS-NUE.
           MOVE "MAESTRO REVERTIDO GRABADO EN materiasNue.txt."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
       410-LEER-MATERIA.
           IF w-flag-mae IS NOT EQUAL 1
               READ MATERIAS AT END MOVE 1 TO w-flag-mae END-READ
           END-IF.
           IF w-flag-mae IS NOT EQUAL 1 AND
                   w-mst-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mst-status " AL LEER MATERIAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-mae IS EQUAL 1
               MOVE HIGH-VALUES TO w-clave-mae
           ELSE
               MOVE mst-codigo TO w-clave-mae
           END-IF.
       415-CONTROL-MATERIAS-NUE.
           IF w-mtn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-mtn-status " AL GRABAR MATERIAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       420-SIGUIENTE-ENTRADA.
           ADD 1 TO w-rev-k.
           MOVE ZERO TO w-rev-enc.
           PERFORM VARYING w-busca-i FROM w-rev-k BY 1
               UNTIL w-busca-i > w-cant-rev OR w-rev-enc > ZERO
               IF w-rev-maestro(w-busca-i) IS EQUAL w-maestro-act
                   MOVE w-busca-i TO w-rev-enc
               END-IF
           END-PERFORM.
           IF w-rev-enc IS EQUAL ZERO
               MOVE HIGH-VALUES TO w-clave-rev
           ELSE
               MOVE w-rev-enc TO w-rev-k
               MOVE w-rev-clave(w-rev-k) TO w-clave-rev
           END-IF.

       450-REVERTIR-BANDAS.
           MOVE "BANDAS" TO w-maestro-act.
           OPEN INPUT BANDAS.
           IF w-ban-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ban-status " AL ABRIR BANDAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BANDAS-NUE.
           IF w-ban-nue-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ban-nue-status " AL ABRIR BANDAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-mae.
           PERFORM 460-LEER-BANDA.
           MOVE ZERO TO w-rev-k.
           PERFORM 420-SIGUIENTE-ENTRADA.
           PERFORM UNTIL w-clave-mae IS EQUAL HIGH-VALUES AND
                   w-clave-rev IS EQUAL HIGH-VALUES
               IF w-clave-mae IS LESS THAN w-clave-rev
                   WRITE btn-reg FROM ban-reg
                   PERFORM 465-CONTROL-BANDAS-NUE
                   PERFORM 460-LEER-BANDA
               ELSE
                   IF w-clave-mae IS EQUAL w-clave-rev
                       MOVE 1 TO w-flag-existe
                       MOVE ban-reg TO w-img-actual
                       PERFORM 460-LEER-BANDA
                   ELSE
                       MOVE ZERO TO w-flag-existe
                       MOVE SPACES TO w-img-actual
                   END-IF
                   PERFORM 560-REVERTIR-IMAGEN
                   IF w-flag-grabar IS EQUAL 1
                       MOVE w-img-result TO btn-reg
                       WRITE btn-reg
                       PERFORM 465-CONTROL-BANDAS-NUE
                   END-IF
                   IF w-rev-estado(w-rev-k) IS EQUAL "R"
                       PERFORM 570-GRABAR-JOURNAL
                   END-IF
                   PERFORM 420-SIGUIENTE-ENTRADA
               END-IF
           END-PERFORM.
           CLOSE BANDAS.
           CLOSE BANDAS-NUE.
           MOVE "MAESTRO REVERTIDO GRABADO EN bandasNue.txt."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
       460-LEER-BANDA.
           IF w-flag-mae IS NOT EQUAL 1
               READ BANDAS AT END MOVE 1 TO w-flag-mae END-READ
           END-IF.
           IF w-flag-mae IS NOT EQUAL 1 AND
                   w-ban-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ban-status " AL LEER BANDAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-mae IS EQUAL 1
               MOVE HIGH-VALUES TO w-clave-mae
           ELSE
               MOVE ban-codigo TO w-clave-mae
           END-IF.
       465-CONTROL-BANDAS-NUE.
           IF w-ban-nue-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ban-nue-status
                   " AL GRABAR BANDAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * ACTAS: solo hay cambios de estado en cabeceras. Las cabeceras
      * repetidas de un acta ya revertida que sigan con el estado del
      * lote tambien vuelven al estado anterior.
      ******************************************************************
       500-REVERTIR-ACTAS.
           MOVE "ACTAS" TO w-maestro-act.
           OPEN INPUT ACTAS.
           IF w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACTAS-NUE.
           IF w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 520-LEER-ACTA.
           PERFORM UNTIL w-flag-act IS EQUAL 1
               IF act1-tipo-reg IS EQUAL "1"
                   PERFORM 510-REVERTIR-CABECERA
                   WRITE acn-reg FROM act1-reg
               ELSE
                   WRITE acn-reg FROM act2-registro
               END-IF
               IF w-acn-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-acn-status " AL GRABAR ACTAS-NUE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 520-LEER-ACTA
           END-PERFORM.
           CLOSE ACTAS.
           CLOSE ACTAS-NUE.
           PERFORM VARYING w-rev-k FROM 1 BY 1
               UNTIL w-rev-k > w-cant-rev
               IF w-rev-maestro(w-rev-k) IS EQUAL "ACTAS" AND
                       w-rev-estado(w-rev-k) IS EQUAL "P"
                   MOVE "C" TO w-rev-estado(w-rev-k)
                   MOVE "ACTA INEXISTENTE" TO w-rev-motivo(w-rev-k)
               END-IF
           END-PERFORM.
           MOVE "MAESTRO REVERTIDO GRABADO EN actasNue.txt."
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
       510-REVERTIR-CABECERA.
           MOVE act1-acta TO w-clave-busca.
           PERFORM 240-BUSCAR-ENTRADA.
           IF w-rev-enc IS NOT EQUAL ZERO
               MOVE w-rev-enc TO w-rev-k
               IF w-rev-estado(w-rev-k) IS EQUAL "P"
                   MOVE 1 TO w-flag-existe
                   MOVE act1-reg TO w-img-actual
                   PERFORM 560-REVERTIR-IMAGEN
                   MOVE w-img-result TO act1-reg
                   IF w-rev-estado(w-rev-k) IS EQUAL "R"
                       PERFORM 570-GRABAR-JOURNAL
                   END-IF
               ELSE
                   IF w-rev-estado(w-rev-k) IS EQUAL "R"
                       MOVE act1-reg TO w-img-actual
                       IF w-img-actual IS EQUAL w-rev-despues(w-rev-k)
                           MOVE w-rev-antes(w-rev-k) TO act1-reg
                       END-IF
                   END-IF
               END-IF
           END-IF.
       520-LEER-ACTA.
           READ ACTAS AT END MOVE 1 TO w-flag-act END-READ.
           IF w-flag-act IS NOT EQUAL 1 AND
                   w-act-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-act-status " AL LEER ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Decide la imagen a dejar para la entrada w-rev-k a partir de la
      * imagen actual del maestro (w-img-actual, w-flag-existe). Si la
      * actual no es la que dejo el lote hay conflicto y se conserva.
      * w-flag-grabar en cero indica que el registro no debe quedar.
      ******************************************************************
       560-REVERTIR-IMAGEN.
           MOVE w-img-actual TO w-img-result.
           MOVE w-flag-existe TO w-flag-grabar.
           IF w-rev-estado(w-rev-k) IS EQUAL "P"
               IF w-img-actual IS NOT EQUAL w-rev-despues(w-rev-k)
                   MOVE "C" TO w-rev-estado(w-rev-k)
                   IF w-flag-existe IS EQUAL 1
                       MOVE "REGISTRO ACTUAL DISTINTO"
                           TO w-rev-motivo(w-rev-k)
                   ELSE
                       MOVE "REGISTRO INEXISTENTE"
                           TO w-rev-motivo(w-rev-k)
                   END-IF
               ELSE
                   MOVE "R" TO w-rev-estado(w-rev-k)
                   MOVE w-rev-antes(w-rev-k) TO w-img-result
                   IF w-rev-antes(w-rev-k) IS EQUAL SPACES
                       MOVE ZERO TO w-flag-grabar
                       MOVE "B" TO w-jnl-tipo-rev
                   ELSE
                       MOVE 1 TO w-flag-grabar
                       IF w-flag-existe IS EQUAL 1
                           MOVE "M" TO w-jnl-tipo-rev
                       ELSE
                           MOVE "A" TO w-jnl-tipo-rev
                       END-IF
                   END-IF
                   IF w-rev-maestro(w-rev-k) IS EQUAL "ACTAS"
                       MOVE "E" TO w-jnl-tipo-rev
                   END-IF
               END-IF
           END-IF.
       570-GRABAR-JOURNAL.
           MOVE w-jnl-lote TO jnl-lote.
           MOVE "reversionLote" TO jnl-programa.
           MOVE w-rev-maestro(w-rev-k) TO jnl-maestro.
           MOVE w-jnl-tipo-rev TO jnl-tipo.
           MOVE w-rev-clave(w-rev-k) TO jnl-clave.
           MOVE w-fecha-hoy TO jnl-fecha.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-hora-aux(1:6) TO jnl-hora.
           MOVE w-img-actual TO jnl-antes.
           IF w-flag-grabar IS EQUAL 1
               MOVE w-img-result TO jnl-despues
           ELSE
               MOVE SPACES TO jnl-despues
           END-IF.
           WRITE jnl-reg.
           IF w-jnl-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-jnl-status " AL GRABAR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-tot-journal.

       600-LISTAR-ENTRADAS.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM VARYING w-rev-k FROM 1 BY 1
               UNTIL w-rev-k > w-cant-rev
               MOVE w-rev-maestro(w-rev-k) TO dr-maestro
               MOVE w-rev-tipo(w-rev-k) TO dr-tipo
               MOVE w-rev-clave(w-rev-k) TO dr-clave
               MOVE w-rev-cant(w-rev-k) TO dr-cant
               MOVE w-rev-motivo(w-rev-k) TO dr-motivo
               MOVE SPACES TO dr-lote-conf
               IF w-rev-estado(w-rev-k) IS EQUAL "R"
                   MOVE "REVERTIDA" TO dr-resultado
                   ADD 1 TO w-tot-revertidas
               ELSE
                   MOVE "CONFLICTO" TO dr-resultado
                   ADD 1 TO w-tot-conflictos
                   IF w-rev-lote-conf(w-rev-k) IS NOT EQUAL SPACES
                       MOVE w-rev-lote-conf(w-rev-k) TO dr-lote-conf
                   END-IF
               END-IF
               WRITE lis-reg FROM detalle-rev AFTER 1
           END-PERFORM.

       650-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "REGISTROS JOURNAL LEIDOS:" TO dt-leyenda.
           MOVE w-tot-jnl-leidos TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CAMBIOS DEL LOTE........:" TO dt-leyenda.
           MOVE w-tot-jnl-lote TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CLAVES DEL LOTE.........:" TO dt-leyenda.
           MOVE w-cant-rev TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CLAVES REVERTIDAS.......:" TO dt-leyenda.
           MOVE w-tot-revertidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CLAVES EN CONFLICTO.....:" TO dt-leyenda.
           MOVE w-tot-conflictos TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CAMBIOS AL JOURNAL......:" TO dt-leyenda.
           MOVE w-tot-journal TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           IF w-flag-hay-baja IS EQUAL 1
               MOVE "BAJAS QUITADAS..........:" TO dt-leyenda
               MOVE w-tot-bajas-quitadas TO dt-cant
               WRITE lis-reg FROM detalle-tot AFTER 1
           END-IF.
           MOVE w-jnl-lote TO dl-lote.
           WRITE lis-reg FROM detalle-lote AFTER 1.

       700-FIN.
           CLOSE JOURNAL.
           CLOSE LISTADO-REV.
       END PROGRAM reversionLote.
