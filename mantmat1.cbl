      *          novedades A/B/M, con validaciones cruzadas: una banda
      *          solo se da de alta para una materia existente,
      *          ban-promo no puede ser menor que ban-aprob y la baja
      *          de una materia con banda vigente se avisa. Cada
      *          cambio aplicado se registra en journal.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO
           "..\bandasNue.txt"
           FILE STATUS IS w-ban-nue-status.
           SELECT OPTIONAL JOURNAL
           ASSIGN TO
           "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-jnl-status.
           SELECT LISTADO-MOV
           ASSIGN TO PRINTER,
           "..\impMovMat.dat"
           03 btn-promo pic 9(2)v99.
           03 btn-aprob pic 9(2)v99.

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

       FD  LISTADO-MOV
           LINAGE IS 60 LINES
           with FOOTING AT 50
       01  w-mtn-status pic xx value "00".
       01  w-ban-nue-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-jnl-status pic xx value "00".
       01  w-flag-mst pic 9 value zero.
       01  w-flag-nvm pic 9 value zero.
       01  w-flag-banv pic 9 value zero.
       01  w-tot-ban-grabadas pic 9(5) value zero.
       01  w-tot-rechazadas pic 9(5) value zero.
       01  w-tot-avisos pic 9(5) value zero.
       01  w-tot-journal pic 9(5) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-hora-aux pic 9(8) value zero.
       01  w-jnl-lote.
           03 w-jnl-lote-prog pic x(3) value "MAT".
           03 w-jnl-lote-fecha pic 9(8) value zero.
           03 w-jnl-lote-hora pic 9(6) value zero.
       01  w-jnl-antes pic x(60).
       01  w-jnl-despues pic x(60).
       01  w-img-mat.
           03 w-img-mat-codigo pic x(3).
           03 w-img-mat-nombre pic x(30).
           03 w-img-mat-depto pic x(20).
           03 w-img-mat-estado pic x(1).
       01  w-img-ban.
           03 w-img-ban-codigo pic x(3).
           03 w-img-ban-promo pic 9(2)v99.
           03 w-img-ban-aprob pic 9(2)v99.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(20) value spaces.
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
           PERFORM 350-APAREO-BANDAS.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-journal IS GREATER THAN ZERO
               DISPLAY "LOTE DE JOURNAL " w-jnl-lote
           END-IF.
           IF w-tot-rechazadas IS GREATER THAN ZERO
               DISPLAY "MANTENIMIENTO CON " w-tot-rechazadas
                   " NOVEDADES RECHAZADAS; VER impMovMat.dat."
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
           OPEN OUTPUT LISTADO-MOV.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-MOV"
                       MOVE "A" TO w-trab-estado
                   END-IF
                   ADD 1 TO w-tot-mst-altas
                   MOVE SPACES TO w-jnl-antes
                   PERFORM 480-IMAGEN-MAT
                   MOVE w-img-mat TO w-jnl-despues
                   PERFORM 485-GRABAR-JOURNAL
                   PERFORM 450-LISTAR-APLICADA
               END-IF
           END-IF.
           IF w-flag-existe IS EQUAL 1
               MOVE ZERO TO w-flag-existe
               ADD 1 TO w-tot-mst-bajas
               PERFORM 480-IMAGEN-MAT
               MOVE w-img-mat TO w-jnl-antes
               MOVE SPACES TO w-jnl-despues
               PERFORM 485-GRABAR-JOURNAL
               PERFORM 425-CONTROL-BANDA-VIGENTE
               PERFORM 450-LISTAR-APLICADA
           ELSE
           END-IF.
       430-MODIF-MAT.
           IF w-flag-existe IS EQUAL 1
               PERFORM 480-IMAGEN-MAT
               MOVE w-img-mat TO w-jnl-antes
               IF nvm-nombre IS NOT EQUAL SPACES
                   MOVE nvm-nombre TO w-trab-nombre
               END-IF
                   MOVE nvm-estado TO w-trab-estado
               END-IF
               ADD 1 TO w-tot-mst-modif
               PERFORM 480-IMAGEN-MAT
               MOVE w-img-mat TO w-jnl-despues
               PERFORM 485-GRABAR-JOURNAL
               PERFORM 450-LISTAR-APLICADA
           ELSE
               MOVE "MODIF DE COD INEXISTENTE" TO w-motivo
                   MOVE nvb-promo TO w-trab-ban-promo
                   MOVE nvb-aprob TO w-trab-ban-aprob
                   ADD 1 TO w-tot-ban-altas
                   MOVE SPACES TO w-jnl-antes
                   PERFORM 481-IMAGEN-BAN
                   MOVE w-img-ban TO w-jnl-despues
                   PERFORM 485-GRABAR-JOURNAL
                   PERFORM 450-LISTAR-APLICADA
               ELSE
                   PERFORM 460-RECHAZAR-NOV
           IF w-flag-existe IS EQUAL 1
               MOVE ZERO TO w-flag-existe
               ADD 1 TO w-tot-ban-bajas
               PERFORM 481-IMAGEN-BAN
               MOVE w-img-ban TO w-jnl-antes
               MOVE SPACES TO w-jnl-despues
               PERFORM 485-GRABAR-JOURNAL
               PERFORM 450-LISTAR-APLICADA
           ELSE
               MOVE "BAJA DE COD INEXISTENTE" TO w-motivo
           IF w-flag-existe IS EQUAL 1
               PERFORM 445-VALIDAR-DATOS-BAN
               IF w-motivo IS EQUAL SPACES
                   PERFORM 481-IMAGEN-BAN
                   MOVE w-img-ban TO w-jnl-antes
                   MOVE nvb-promo TO w-trab-ban-promo
                   MOVE nvb-aprob TO w-trab-ban-aprob
                   ADD 1 TO w-tot-ban-modif
                   PERFORM 481-IMAGEN-BAN
                   MOVE w-img-ban TO w-jnl-despues
                   PERFORM 485-GRABAR-JOURNAL
                   PERFORM 450-LISTAR-APLICADA
               ELSE
                   PERFORM 460-RECHAZAR-NOV
           MOVE w-motivo TO dm-motivo.
           WRITE lis-reg FROM detalle-mov AFTER 1.

      ******************************************************************
      * Imagenes del registro de trabajo para el journal, con el mismo
      * formato que el registro del maestro correspondiente.
      ******************************************************************
       480-IMAGEN-MAT.
           MOVE w-trab-codigo TO w-img-mat-codigo.
           MOVE w-trab-nombre TO w-img-mat-nombre.
           MOVE w-trab-depto TO w-img-mat-depto.
           MOVE w-trab-estado TO w-img-mat-estado.
       481-IMAGEN-BAN.
           MOVE w-trab-ban-codigo TO w-img-ban-codigo.
           MOVE w-trab-ban-promo TO w-img-ban-promo.
           MOVE w-trab-ban-aprob TO w-img-ban-aprob.
       485-GRABAR-JOURNAL.
           MOVE w-jnl-lote TO jnl-lote.
           MOVE "mantMaterias" TO jnl-programa.
           MOVE w-maestro-act TO jnl-maestro.
           MOVE w-nov-tipo TO jnl-tipo.
           MOVE w-nov-codigo TO jnl-clave.
           MOVE w-fecha-hoy TO jnl-fecha.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-hora-aux(1:6) TO jnl-hora.
           MOVE w-jnl-antes TO jnl-antes.
           MOVE w-jnl-despues TO jnl-despues.
           WRITE jnl-reg.
           IF w-jnl-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-jnl-status " AL GRABAR JOURNAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-tot-journal.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           MOVE "AVISOS DE BANDA VIGENTE.:" TO dt-leyenda.
           MOVE w-tot-avisos TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CAMBIOS AL JOURNAL......:" TO dt-leyenda.
           MOVE w-tot-journal TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE w-jnl-lote TO dl-lote.
           WRITE lis-reg FROM detalle-lote AFTER 1.

       700-FIN.
           CLOSE MATERIAS.
           CLOSE NOVEDADES-BAN.
           CLOSE MATERIAS-NUE.
           CLOSE BANDAS-NUE.
           CLOSE JOURNAL.
           CLOSE LISTADO-MOV.
       END PROGRAM mantMaterias.
