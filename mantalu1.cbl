      * Purpose: Mantenimiento del maestro ALUMNOS por novedades A/B/M.
      *          El maestro es indexado por alu-codigo y las novedades
      *          se aplican en el lugar (WRITE/REWRITE/DELETE), sin
      *          regrabar el archivo completo. Cada cambio aplicado
      *          se registra en journal.dat con su imagen anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO
           "..\alumnosBaja.txt"
           FILE STATUS IS w-baj-status.
           SELECT OPTIONAL JOURNAL
           ASSIGN TO
           "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-jnl-status.
           SELECT LISTADO-MOV
           ASSIGN TO PRINTER,
           "..\impMovAlu.dat"
           03 nov-carrera pic x(3).
           03 nov-cohorte pic 9(4).

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
       01  w-nov-status pic xx value "00".
       01  w-baj-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-jnl-status pic xx value "00".
       01  w-flag-nov pic 9 value zero.
       01  w-flag-existe pic 9 value zero.
       01  w-motivo pic x(25).
       01  w-tot-bajas pic 9(5) value zero.
       01  w-tot-modif pic 9(5) value zero.
       01  w-tot-rechazadas pic 9(5) value zero.
       01  w-tot-journal pic 9(5) value zero.
       01  w-hora-aux pic 9(8) value zero.
       01  w-jnl-lote.
           03 w-jnl-lote-prog pic x(3) value "ALU".
           03 w-jnl-lote-fecha pic 9(8) value zero.
           03 w-jnl-lote-hora pic 9(6) value zero.
       01  w-jnl-antes pic x(60).
       01  w-jnl-despues pic x(60).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(24) value spaces.
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
           PERFORM 300-PROCESAR-NOVEDADES.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-journal IS GREATER THAN ZERO
               DISPLAY "LOTE DE JOURNAL " w-jnl-lote
           END-IF.
           IF w-tot-rechazadas IS GREATER THAN ZERO
               DISPLAY "MANTENIMIENTO CON " w-tot-rechazadas
                   " NOVEDADES RECHAZADAS; VER impMovAlu.dat."
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
           OPEN OUTPUT LISTADO-MOV.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-MOV"
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-aux FROM TIME.
           MOVE w-fecha-hoy TO w-jnl-lote-fecha.
           MOVE w-hora-aux(1:6) TO w-jnl-lote-hora.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
                       PERFORM 460-RECHAZAR-NOV
                   ELSE
                       ADD 1 TO w-tot-altas
                       MOVE SPACES TO w-jnl-antes
                       MOVE alu-reg TO w-jnl-despues
                       PERFORM 480-GRABAR-JOURNAL
                       PERFORM 450-LISTAR-APLICADA
                   END-IF
               END-IF
           END-IF.
       420-APLICAR-BAJA.
           IF w-flag-existe IS EQUAL 1
               MOVE alu-reg TO w-jnl-antes
               MOVE alu-codigo TO baj-codigo
               MOVE alu-nombre TO baj-nombre
               MOVE w-fecha-hoy TO baj-fecha
               MOVE alu-carrera TO baj-carrera
               MOVE alu-cohorte TO baj-cohorte
               WRITE baj-reg
               IF w-baj-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-baj-status " AL GRABAR BAJAS"
                   PERFORM 460-RECHAZAR-NOV
               ELSE
                   ADD 1 TO w-tot-bajas
                   MOVE SPACES TO w-jnl-despues
                   PERFORM 480-GRABAR-JOURNAL
                   PERFORM 450-LISTAR-APLICADA
               END-IF
           ELSE
           END-IF.
       430-APLICAR-MODIF.
           IF w-flag-existe IS EQUAL 1
               MOVE alu-reg TO w-jnl-antes
               IF nov-nombre IS NOT EQUAL SPACES
                   MOVE nov-nombre TO alu-nombre
               END-IF
                   PERFORM 460-RECHAZAR-NOV
               ELSE
                   ADD 1 TO w-tot-modif
                   MOVE alu-reg TO w-jnl-despues
                   PERFORM 480-GRABAR-JOURNAL
                   PERFORM 450-LISTAR-APLICADA
               END-IF
           ELSE
           MOVE w-resultado TO dm-resultado.
           MOVE w-motivo TO dm-motivo.
           WRITE lis-reg FROM detalle-mov AFTER 1.
       480-GRABAR-JOURNAL.
           MOVE w-jnl-lote TO jnl-lote.
           MOVE "mantAlumnos" TO jnl-programa.
           MOVE "ALUMNOS" TO jnl-maestro.
           MOVE nov-tipo TO jnl-tipo.
           MOVE nov-codigo TO jnl-clave.
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
           MOVE "NOVEDADES RECHAZADAS....:" TO dt-leyenda.
           MOVE w-tot-rechazadas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CAMBIOS AL JOURNAL......:" TO dt-leyenda.
           MOVE w-tot-journal TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE w-jnl-lote TO dl-lote.
           WRITE lis-reg FROM detalle-lote AFTER 1.

       700-FIN.
           CLOSE ALUMNOS.
           CLOSE NOVEDADES.
           CLOSE BAJAS.
           CLOSE JOURNAL.
           CLOSE LISTADO-MOV.
       END PROGRAM mantAlumnos.
