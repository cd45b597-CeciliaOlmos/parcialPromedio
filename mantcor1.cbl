      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro CORRELATIVAS por novedades
      *          A/B/M. Cada registro dice que una materia requiere
      *          tener aprobada otra. Las dos materias deben existir en
      *          MATERIAS y no pueden ser la misma; la modificacion
      *          solo cambia el estado (A activa / I inactiva).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantCorrelativas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRELATIVAS
           ASSIGN TO
           "..\correlativas.txt"
           FILE STATUS IS w-cor-status.
           SELECT MATERIAS
           ASSIGN TO
           "..\materias.txt"
           FILE STATUS IS w-mst-status.
           SELECT NOVEDADES-COR
           ASSIGN TO
           "..\novedadesCor.txt"
           FILE STATUS IS w-ncr-status.
           SELECT CORRELATIVAS-NUE
           ASSIGN TO
           "..\correlativasNue.txt"
           FILE STATUS IS w-crn-status.
           SELECT LISTADO-MOV
           ASSIGN TO PRINTER,
           "..\impMovCor.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRELATIVAS.
       01  cor-reg.
           03 cor-clave.
               05 cor-materia pic x(3).
               05 cor-requisito pic x(3).
           03 cor-estado pic x(1).

       FD  MATERIAS.
       01  mst-reg.
           03 mst-codigo pic x(3).
           03 mst-nombre pic x(30).
           03 mst-depto pic x(20).
           03 mst-estado pic x(1).

       FD  NOVEDADES-COR.
       01  ncr-reg.
           03 ncr-tipo pic x(1).
           03 ncr-clave.
               05 ncr-materia pic x(3).
               05 ncr-requisito pic x(3).
           03 ncr-estado pic x(1).

       FD  CORRELATIVAS-NUE.
       01  crn-reg.
           03 crn-materia pic x(3).
           03 crn-requisito pic x(3).
           03 crn-estado pic x(1).

       FD  LISTADO-MOV
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-cor-status pic xx value "00".
       01  w-mst-status pic xx value "00".
       01  w-ncr-status pic xx value "00".
       01  w-crn-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-cor pic 9 value zero.
       01  w-flag-mst pic 9 value zero.
       01  w-flag-ncr pic 9 value zero.
       01  w-flag-existe pic 9 value zero.
       01  w-clave-actual pic x(6).
       01  w-trab-materia pic x(3).
       01  w-trab-requisito pic x(3).
       01  w-trab-estado pic x(1).
       01  w-ncr-ant pic x(6) value low-values.
       01  w-nov-tipo pic x(1).
       01  w-nov-materia pic x(3).
       01  w-nov-requisito pic x(3).
       01  w-motivo pic x(25).
       01  w-resultado pic x(9).
       01  w-flag-enc pic 9 value zero.
       01  w-busca-i pic 9(3) value zero.
       01  w-mat-busca pic x(3).
       01  w-tabla-materias.
           03 w-mtb-entry OCCURS 100 TIMES INDEXED BY w-mtb-idx.
               05 w-mtb-cod pic x(3).
       01  w-cant-materias pic 9(3) value zero.
       01  w-flag-mtb-lleno pic 9 value zero.
       01  w-tot-cor-leidas pic 9(5) value zero.
       01  w-tot-ncr-leidas pic 9(5) value zero.
       01  w-tot-altas pic 9(5) value zero.
       01  w-tot-bajas pic 9(5) value zero.
       01  w-tot-modif pic 9(5) value zero.
       01  w-tot-grabadas pic 9(5) value zero.
       01  w-tot-rechazadas pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(40)
                  value "MOVIMIENTOS DEL MAESTRO CORRELATIVAS".
               05 filler pic x(20) value spaces.
       01  cabecera2.
           03  lin-titulo-sub.
               05 filler pic x(8) value spaces.
               05 FILLER pic x(4) value "TIPO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(7) value "MATERIA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(8) value "REQUIERE".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(9) value "RESULTADO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(25) value "MOTIVO".
               05 filler pic x(11) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  detalle-mov.
           03  lin-dat-mov.
               05 filler pic x(8) value spaces.
               05 dm-tipo pic x(1).
               05 filler pic x(5) value spaces.
               05 dm-materia pic x(3).
               05 filler pic x(6) value spaces.
               05 dm-requisito pic x(3).
               05 filler pic x(7) value spaces.
               05 dm-resultado pic x(9).
               05 filler pic x(2) value spaces.
               05 dm-motivo pic x(25).
               05 filler pic x(11) value spaces.
       01  cabecera-tot1.
           03  lin-titulo-tot.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "TOTALES DEL MANTENIMIENTO".
               05 filler pic x(26) value spaces.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
               05 dt-leyenda pic x(26).
               05 dt-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-MATERIAS.
           PERFORM 300-APAREO-CORRELATIVAS.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 700-FIN.
           IF w-tot-rechazadas IS GREATER THAN ZERO
               DISPLAY "MANTENIMIENTO CON " w-tot-rechazadas
                   " NOVEDADES RECHAZADAS; VER impMovCor.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INICIO.
           OPEN INPUT CORRELATIVAS.
           IF w-cor-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-cor-status " AL ABRIR CORRELATIVAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOVEDADES-COR.
           IF w-ncr-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ncr-status " AL ABRIR NOVEDADES-COR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CORRELATIVAS-NUE.
           IF w-crn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-crn-status
                   " AL ABRIR CORRELATIVAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-MOV.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-MOV"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

      ******************************************************************
      * Codigos de MATERIAS, para validar que la materia y la materia
      * requerida de cada alta existan en el maestro.
      ******************************************************************
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
                               TO w-mtb-cod(w-cant-materias)
                       ELSE
                           IF w-flag-mtb-lleno IS NOT EQUAL 1
                               MOVE 1 TO w-flag-mtb-lleno
                               DISPLAY "AVISO: se alcanzo el limite "
                                   "de 100 materias; las altas de las "
                                   "restantes pueden rechazarse mal."
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

       220-LEER-COR.
           IF w-flag-cor IS NOT EQUAL 1
               READ CORRELATIVAS AT END MOVE 1 TO w-flag-cor
                   NOT AT END ADD 1 TO w-tot-cor-leidas
               END-READ
           END-IF.
           IF w-flag-cor IS NOT EQUAL 1 AND
                   w-cor-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-cor-status " AL LEER CORRELATIVAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-cor IS EQUAL 1
               MOVE HIGH-VALUES TO cor-clave
           END-IF.
       240-LEER-NCR.
           PERFORM 245-LEER-NCR-FISICA.
           PERFORM UNTIL ncr-clave IS NOT LESS THAN w-ncr-ant
               MOVE "FUERA DE SECUENCIA" TO w-motivo
               MOVE ncr-tipo TO w-nov-tipo
               MOVE ncr-materia TO w-nov-materia
               MOVE ncr-requisito TO w-nov-requisito
               PERFORM 460-RECHAZAR-NOV
               PERFORM 245-LEER-NCR-FISICA
           END-PERFORM.
           IF w-flag-ncr IS NOT EQUAL 1
               MOVE ncr-clave TO w-ncr-ant
           END-IF.
       245-LEER-NCR-FISICA.
           IF w-flag-ncr IS NOT EQUAL 1
               READ NOVEDADES-COR AT END MOVE 1 TO w-flag-ncr
                   NOT AT END ADD 1 TO w-tot-ncr-leidas
               END-READ
           END-IF.
           IF w-flag-ncr IS NOT EQUAL 1 AND
                   w-ncr-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ncr-status " AL LEER NOVEDADES-COR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-ncr IS EQUAL 1
               MOVE HIGH-VALUES TO ncr-clave
           END-IF.

       300-APAREO-CORRELATIVAS.
           PERFORM 220-LEER-COR.
           PERFORM 240-LEER-NCR.
           PERFORM UNTIL cor-clave IS EQUAL HIGH-VALUES AND
                   ncr-clave IS EQUAL HIGH-VALUES
               IF cor-clave IS NOT GREATER THAN ncr-clave
                   MOVE cor-clave TO w-clave-actual
               ELSE
                   MOVE ncr-clave TO w-clave-actual
               END-IF
               IF cor-clave IS EQUAL w-clave-actual
                   MOVE 1 TO w-flag-existe
                   MOVE cor-materia TO w-trab-materia
                   MOVE cor-requisito TO w-trab-requisito
                   MOVE cor-estado TO w-trab-estado
                   PERFORM 220-LEER-COR
               ELSE
                   MOVE ZERO TO w-flag-existe
               END-IF
               PERFORM UNTIL ncr-clave IS NOT EQUAL w-clave-actual
                   PERFORM 400-APLICAR-NOV-COR
                   PERFORM 240-LEER-NCR
               END-PERFORM
               IF w-flag-existe IS EQUAL 1
                   MOVE w-trab-materia TO crn-materia
                   MOVE w-trab-requisito TO crn-requisito
                   MOVE w-trab-estado TO crn-estado
                   WRITE crn-reg
                   IF w-crn-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-crn-status
                           " AL GRABAR CORRELATIVAS-NUE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO w-tot-grabadas
               END-IF
           END-PERFORM.

       400-APLICAR-NOV-COR.
           MOVE SPACES TO w-motivo.
           MOVE ncr-tipo TO w-nov-tipo.
           MOVE ncr-materia TO w-nov-materia.
           MOVE ncr-requisito TO w-nov-requisito.
           IF ncr-tipo IS EQUAL "A"
               PERFORM 410-ALTA-COR
           ELSE
               IF ncr-tipo IS EQUAL "B"
                   PERFORM 420-BAJA-COR
               ELSE
                   IF ncr-tipo IS EQUAL "M"
                       PERFORM 430-MODIF-COR
                   ELSE
                       MOVE "TIPO INVALIDO" TO w-motivo
                       PERFORM 460-RECHAZAR-NOV
                   END-IF
               END-IF
           END-IF.
       410-ALTA-COR.
           IF w-flag-existe IS EQUAL 1
               MOVE "ALTA DE COD EXISTENTE" TO w-motivo
               PERFORM 460-RECHAZAR-NOV
           ELSE
               PERFORM 445-VALIDAR-DATOS-COR
               IF w-motivo IS EQUAL SPACES
                   MOVE 1 TO w-flag-existe
                   MOVE ncr-materia TO w-trab-materia
                   MOVE ncr-requisito TO w-trab-requisito
                   IF ncr-estado IS EQUAL "A" OR
                           ncr-estado IS EQUAL "I"
                       MOVE ncr-estado TO w-trab-estado
                   ELSE
                       MOVE "A" TO w-trab-estado
                   END-IF
                   ADD 1 TO w-tot-altas
                   PERFORM 450-LISTAR-APLICADA
               ELSE
                   PERFORM 460-RECHAZAR-NOV
               END-IF
           END-IF.
       420-BAJA-COR.
           IF w-flag-existe IS EQUAL 1
               MOVE ZERO TO w-flag-existe
               ADD 1 TO w-tot-bajas
               PERFORM 450-LISTAR-APLICADA
           ELSE
               MOVE "BAJA DE COD INEXISTENTE" TO w-motivo
               PERFORM 460-RECHAZAR-NOV
           END-IF.
       430-MODIF-COR.
           IF w-flag-existe IS EQUAL 1
               IF ncr-estado IS EQUAL "A" OR ncr-estado IS EQUAL "I"
                   MOVE ncr-estado TO w-trab-estado
                   ADD 1 TO w-tot-modif
                   PERFORM 450-LISTAR-APLICADA
               ELSE
                   MOVE "ESTADO INVALIDO" TO w-motivo
                   PERFORM 460-RECHAZAR-NOV
               END-IF
           ELSE
               MOVE "MODIF DE COD INEXISTENTE" TO w-motivo
               PERFORM 460-RECHAZAR-NOV
           END-IF.
       445-VALIDAR-DATOS-COR.
           IF ncr-materia IS EQUAL ncr-requisito
               MOVE "MATERIA SE REQUIERE A SI" TO w-motivo
           ELSE
               MOVE ncr-materia TO w-mat-busca
               PERFORM 446-CONTROL-MAT-EXISTE
               IF w-flag-enc IS NOT EQUAL 1
                   MOVE "MATERIA INEXISTENTE" TO w-motivo
               ELSE
                   MOVE ncr-requisito TO w-mat-busca
                   PERFORM 446-CONTROL-MAT-EXISTE
                   IF w-flag-enc IS NOT EQUAL 1
                       MOVE "REQUERIDA INEXISTENTE" TO w-motivo
                   END-IF
               END-IF
           END-IF.
       446-CONTROL-MAT-EXISTE.
           MOVE ZERO TO w-flag-enc.
           PERFORM VARYING w-busca-i FROM 1 BY 1
               UNTIL w-busca-i > w-cant-materias
               IF w-mtb-cod(w-busca-i) IS EQUAL w-mat-busca
                   MOVE 1 TO w-flag-enc
               END-IF
           END-PERFORM.

       450-LISTAR-APLICADA.
           MOVE "APLICADA" TO w-resultado.
           PERFORM 470-LISTAR-NOV.
       460-RECHAZAR-NOV.
           MOVE "RECHAZADA" TO w-resultado.
           ADD 1 TO w-tot-rechazadas.
           PERFORM 470-LISTAR-NOV.
       470-LISTAR-NOV.
           MOVE w-nov-tipo TO dm-tipo.
           MOVE w-nov-materia TO dm-materia.
           MOVE w-nov-requisito TO dm-requisito.
           MOVE w-resultado TO dm-resultado.
           MOVE w-motivo TO dm-motivo.
           WRITE lis-reg FROM detalle-mov AFTER 1.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "CORRELATIVAS LEIDAS.....:" TO dt-leyenda.
           MOVE w-tot-cor-leidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "NOVEDADES LEIDAS........:" TO dt-leyenda.
           MOVE w-tot-ncr-leidas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "ALTAS APLICADAS.........:" TO dt-leyenda.
           MOVE w-tot-altas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "BAJAS APLICADAS.........:" TO dt-leyenda.
           MOVE w-tot-bajas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "MODIF APLICADAS.........:" TO dt-leyenda.
           MOVE w-tot-modif TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "CORRELATIVAS GRABADAS...:" TO dt-leyenda.
           MOVE w-tot-grabadas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "NOVEDADES RECHAZADAS....:" TO dt-leyenda.
           MOVE w-tot-rechazadas TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       700-FIN.
           CLOSE CORRELATIVAS.
           CLOSE NOVEDADES-COR.
           CLOSE CORRELATIVAS-NUE.
           CLOSE LISTADO-MOV.
       END PROGRAM mantCorrelativas.
