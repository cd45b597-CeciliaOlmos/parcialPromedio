      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre de cuatrimestre. Controla que todas las actas
      *          del periodo esten cerradas o anuladas y que no queden
      *          rechazos pendientes; si todo esta en orden archiva
      *          NOTAS, ACTAS e historia del periodo en archivos
      *          fechados, vacia los archivos de trabajo, reinicia el
      *          checkpoint, incorpora historiaPromNueva a historiaProm
      *          y graba periodo.txt con el periodo siguiente. Si algun
      *          control falla no toca ningun archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cierrePeriodo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO
           ASSIGN TO
           "..\periodo.txt"
           FILE STATUS IS w-per-status.
           SELECT OPTIONAL PERIODO-SIG
           ASSIGN TO
           "..\periodoSig.txt"
           FILE STATUS IS w-psg-status.
           SELECT OPTIONAL NOTAS
           ASSIGN TO
           "..\notas.txt"
           FILE STATUS IS w-not-status.
           SELECT OPTIONAL ACTAS
           ASSIGN TO
           "..\actas.txt"
           FILE STATUS IS w-act-status.
           SELECT OPTIONAL ACTAS-NUE
           ASSIGN TO
           "..\actasNue.txt"
           FILE STATUS IS w-acn-status.
           SELECT OPTIONAL TOTALES-ACTAS
           ASSIGN TO
           "..\totalesActas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-tac-status.
           SELECT OPTIONAL RECHAZOS-PEND
           ASSIGN TO
           "..\rechazosPend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-pen-status.
           SELECT OPTIONAL CHECKPOINT
           ASSIGN TO
           "..\checkpoint.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-chk-status.
           SELECT OPTIONAL HISTORIA-ANT
           ASSIGN TO
           "..\historiaProm.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hist-status.
           SELECT OPTIONAL HISTORIA-NUEVA
           ASSIGN TO
           "..\historiaPromNueva.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hnu-status.
           SELECT ARC-NOTAS
           ASSIGN TO DYNAMIC w-arc-nom-notas
           FILE STATUS IS w-arn-status.
           SELECT ARC-ACTAS
           ASSIGN TO DYNAMIC w-arc-nom-actas
           FILE STATUS IS w-ara-status.
           SELECT ARC-TOTALES
           ASSIGN TO DYNAMIC w-arc-nom-totales
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-art-status.
           SELECT ARC-HISTORIA
           ASSIGN TO DYNAMIC w-arc-nom-historia
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-arh-status.
           SELECT ARC-HIS-NUEVA
           ASSIGN TO DYNAMIC w-arc-nom-his-nueva
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-arv-status.
           SELECT LISTADO-CPE
           ASSIGN TO PRINTER,
           "..\impCierrePer.dat"
           FILE STATUS IS w-lis-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO.
       01  per-reg.
           03 per-codigo pic x(7).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).

      ******************************************************************
      * PERIODO-SIG: mismo formato que periodo.txt. Si existe manda
      * sobre el periodo siguiente calculado.
      ******************************************************************
       FD  PERIODO-SIG.
       01  psg-reg.
           03 psg-codigo pic x(7).
           03 psg-desde pic 9(8).
           03 psg-hasta pic 9(8).

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

       FD  ACTAS-NUE.
       01  acn-reg pic x(25).

       FD  TOTALES-ACTAS.
       01  tac-reg pic x(24).

       FD  RECHAZOS-PEND.
       01  pen-reg pic x(74).

       FD  CHECKPOINT.
       01  chk-reg.
           03 chk-alu-codigo pic x(6).

       FD  HISTORIA-ANT.
       01  hist-ant-reg.
           03 hist-ant-cod pic x(6).
           03 hist-ant-prom pic 9(2)v99.
           03 hist-ant-per pic x(7).

       FD  HISTORIA-NUEVA.
       01  hist-nueva-reg pic x(17).

       FD  ARC-NOTAS.
       01  arn-reg pic x(25).

       FD  ARC-ACTAS.
       01  ara-reg pic x(25).

       FD  ARC-TOTALES.
       01  art-reg pic x(24).

       FD  ARC-HISTORIA.
       01  arh-reg.
           03 arh-cod pic x(6).
           03 arh-prom pic 9(2)v99.
           03 arh-per pic x(7).

       FD  ARC-HIS-NUEVA.
       01  arv-reg pic x(17).

       FD  LISTADO-CPE
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-per-status pic xx value "00".
       01  w-psg-status pic xx value "00".
       01  w-not-status pic xx value "00".
       01  w-act-status pic xx value "00".
       01  w-acn-status pic xx value "00".
       01  w-tac-status pic xx value "00".
       01  w-pen-status pic xx value "00".
       01  w-chk-status pic xx value "00".
       01  w-hist-status pic xx value "00".
       01  w-hnu-status pic xx value "00".
       01  w-arn-status pic xx value "00".
       01  w-ara-status pic xx value "00".
       01  w-art-status pic xx value "00".
       01  w-arh-status pic xx value "00".
       01  w-arv-status pic xx value "00".
       01  w-lis-status pic xx value "00".
       01  w-flag-fin pic 9 value zero.
      * Registro de actas leido de actas.txt o actasNue.txt.
       01  w-act1-reg.
           03 w-act1-tipo-reg pic x.
           03 w-act1-acta pic 9(6).
           03 w-act1-fecha pic 9(8).
           03 w-act1-materia pic x(3).
           03 w-act1-estado pic x(1).
           03 w-act1-recupera pic 9(6).
       01  w-act2-registro REDEFINES w-act1-reg.
           03 w-act2-tipo-reg pic x.
           03 w-act2-alumno pic x(9).
           03 w-act2-nota pic 9(2).
           03 filler pic x(13).
       01  w-flag-rechazo pic 9 value zero.
       01  w-flag-usa-nue pic 9 value zero.
       01  w-flag-sig-ok pic 9 value zero.
       01  w-fecha-proc pic 9(8) value zero.
       01  w-per-cod pic x(7) value spaces.
       01  w-per-desde pic 9(8) value zero.
       01  w-per-hasta pic 9(8) value zero.
       01  w-per-aux pic x(7).
       01  w-per-aux-r REDEFINES w-per-aux.
           03 w-per-aux-anio pic 9(4).
           03 w-per-aux-sep pic x(1).
           03 w-per-aux-cuat pic 9(1).
           03 w-per-aux-c pic x(1).
       01  w-sig-cod pic x(7) value spaces.
       01  w-sig-desde pic 9(8) value zero.
       01  w-sig-desde-r REDEFINES w-sig-desde.
           03 w-sig-desde-aaaa pic 9(4).
           03 w-sig-desde-mmdd pic 9(4).
       01  w-sig-hasta pic 9(8) value zero.
       01  w-sig-hasta-r REDEFINES w-sig-hasta.
           03 w-sig-hasta-aaaa pic 9(4).
           03 w-sig-hasta-mmdd pic 9(4).
      ******************************************************************
      * Nombres de los archivos de archivo:
      *   ..\archivo\<tipo>_<periodo>_<fecha de cierre>.txt
      ******************************************************************
       01  w-arc-nom-notas pic x(60) value spaces.
       01  w-arc-nom-actas pic x(60) value spaces.
       01  w-arc-nom-totales pic x(60) value spaces.
       01  w-arc-nom-historia pic x(60) value spaces.
       01  w-arc-nom-his-nueva pic x(60) value spaces.
       01  w-arc-tipo pic x(20).
       01  w-arc-nombre pic x(60).
       01  w-tot-actas-abiertas pic 9(5) value zero.
       01  w-tot-pend pic 9(5) value zero.
       01  w-tot-notas-per pic 9(5) value zero.
       01  w-tot-actas-per pic 9(5) value zero.
       01  w-tot-arc-notas pic 9(5) value zero.
       01  w-tot-arc-actas pic 9(5) value zero.
       01  w-tot-arc-totales pic 9(5) value zero.
       01  w-tot-arc-historia pic 9(5) value zero.
       01  w-tot-arc-his-nueva pic 9(5) value zero.
       01  w-tot-his-nueva pic 9(5) value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(30) value "CIERRE DE CUATRIMESTRE - ".
               05 c1-periodo pic x(7).
               05 filler pic x(23) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-ctl.
           03  lin-titulo-ctl.
               05 filler pic x(30) value spaces.
               05 filler pic x(20) value "CONTROLES PREVIOS".
       01  detalle-ctl.
           03  lin-dat-ctl.
               05 filler pic x(4) value spaces.
               05 dc-control pic x(45).
               05 filler pic x(2) value spaces.
               05 dc-cant pic zzzz9.
               05 filler pic x(2) value spaces.
               05 dc-resultado pic x(10).
       01  detalle-abierta.
           03  lin-dat-abierta.
               05 filler pic x(8) value spaces.
               05 filler pic x(15) value "ACTA ABIERTA: ".
               05 da-acta pic zzzzz9.
               05 filler pic x(9) value "  FECHA: ".
               05 da-fecha pic 9(8).
               05 filler pic x(11) value "  MATERIA: ".
               05 da-materia pic x(3).
       01  cabecera-arc.
           03  lin-titulo-arc.
               05 filler pic x(30) value spaces.
               05 filler pic x(20) value "ARCHIVOS DEL PERIODO".
       01  detalle-arc.
           03  lin-dat-arc.
               05 filler pic x(4) value spaces.
               05 dar-archivo pic x(20).
               05 dar-cant pic zzzz9.
               05 filler pic x(2) value spaces.
               05 dar-nombre pic x(49).
       01  detalle-msg.
           03  lin-dat-msg.
               05 filler pic x(4) value spaces.
               05 dmsg-texto pic x(76).
       01  detalle-sig.
           03  lin-dat-sig.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "PERIODO SIGUIENTE: ".
               05 ds-codigo pic x(7).
               05 filler pic x(9) value "  DESDE: ".
               05 ds-desde pic 9(8).
               05 filler pic x(9) value "  HASTA: ".
               05 ds-hasta pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONTROLES.
           IF w-flag-rechazo IS EQUAL 1
               MOVE "CIERRE RECHAZADO: NO SE MODIFICO NINGUN ARCHIVO."
                   TO dmsg-texto
               WRITE lis-reg FROM detalle-msg AFTER 2
               CLOSE LISTADO-CPE
               DISPLAY "CIERRE DE PERIODO RECHAZADO; VER "
                   "impCierrePer.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-ARCHIVAR.
           PERFORM 450-ACTUALIZAR-HISTORIA.
           PERFORM 400-VACIAR-TRABAJO.
           PERFORM 500-GRABAR-PERIODO.
           PERFORM 700-FIN.
           STOP RUN.
       100-INICIO.
           OPEN OUTPUT LISTADO-CPE.
           IF w-lis-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-lis-status " AL ABRIR LISTADO-CPE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proc FROM DATE YYYYMMDD.
           OPEN INPUT PERIODO.
           IF w-per-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-per-status " AL ABRIR PERIODO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PERIODO
               AT END MOVE SPACES TO per-codigo
           END-READ.
           IF per-codigo IS EQUAL SPACES OR
                   per-desde IS NOT NUMERIC OR
                   per-hasta IS NOT NUMERIC
               DISPLAY "ERROR: periodo.txt invalido; no se puede "
                   "cerrar el periodo."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE per-codigo TO w-per-cod.
           MOVE per-desde TO w-per-desde.
           MOVE per-hasta TO w-per-hasta.
           CLOSE PERIODO.
           MOVE w-per-cod TO c1-periodo.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE "notas" TO w-arc-tipo.
           PERFORM 150-ARMAR-NOMBRE.
           MOVE w-arc-nombre TO w-arc-nom-notas.
           MOVE "actas" TO w-arc-tipo.
           PERFORM 150-ARMAR-NOMBRE.
           MOVE w-arc-nombre TO w-arc-nom-actas.
           MOVE "totalesActas" TO w-arc-tipo.
           PERFORM 150-ARMAR-NOMBRE.
           MOVE w-arc-nombre TO w-arc-nom-totales.
           MOVE "historiaProm" TO w-arc-tipo.
           PERFORM 150-ARMAR-NOMBRE.
           MOVE w-arc-nombre TO w-arc-nom-historia.
           MOVE "historiaPromNueva" TO w-arc-tipo.
           PERFORM 150-ARMAR-NOMBRE.
           MOVE w-arc-nombre TO w-arc-nom-his-nueva.
       150-ARMAR-NOMBRE.
           MOVE SPACES TO w-arc-nombre.
           STRING "..\archivo\" DELIMITED BY SIZE
                  w-arc-tipo DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  w-per-cod DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  w-fecha-proc DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO w-arc-nombre
           END-STRING.

      ******************************************************************
      * Controles previos. El archivo de actas del periodo es
      * actasNue.txt si tiene registros (salida de cierreActas,
      * rectificacionNotas o cargaActas todavia sin renombrar) y si no
      * actas.txt. Ningun control corta: se informan todos.
      ******************************************************************
       200-CONTROLES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-ctl AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM 210-ELEGIR-ACTAS.
           PERFORM 220-CONTROLAR-ACTAS.
           MOVE "ACTAS DEL PERIODO ABIERTAS" TO dc-control.
           MOVE w-tot-actas-abiertas TO dc-cant.
           IF w-tot-actas-abiertas IS GREATER THAN ZERO
               MOVE "FALLA" TO dc-resultado
               MOVE 1 TO w-flag-rechazo
           ELSE
               MOVE "CORRECTO" TO dc-resultado
           END-IF.
           WRITE lis-reg FROM detalle-ctl AFTER 1.
           PERFORM 230-CONTROLAR-PENDIENTES.
           MOVE "RECHAZOS PENDIENTES EN rechazosPend.txt"
               TO dc-control.
           MOVE w-tot-pend TO dc-cant.
           IF w-tot-pend IS GREATER THAN ZERO
               MOVE "FALLA" TO dc-resultado
               MOVE 1 TO w-flag-rechazo
           ELSE
               MOVE "CORRECTO" TO dc-resultado
           END-IF.
           WRITE lis-reg FROM detalle-ctl AFTER 1.
           PERFORM 240-CONTAR-NOTAS.
           MOVE "NOTAS Y ACTAS DEL PERIODO" TO dc-control.
           COMPUTE dc-cant = w-tot-notas-per + w-tot-actas-per.
           IF w-tot-notas-per + w-tot-actas-per IS EQUAL ZERO
               MOVE "FALLA" TO dc-resultado
               MOVE 1 TO w-flag-rechazo
               MOVE "SIN NOTAS NI ACTAS: EL PERIODO YA FUE CERRADO O "
                   TO dmsg-texto
               WRITE lis-reg FROM detalle-ctl AFTER 1
               WRITE lis-reg FROM detalle-msg AFTER 1
               MOVE "PERIODO.TXT NO CORRESPONDE A LOS ARCHIVOS."
                   TO dmsg-texto
               WRITE lis-reg FROM detalle-msg AFTER 1
           ELSE
               MOVE "CORRECTO" TO dc-resultado
               WRITE lis-reg FROM detalle-ctl AFTER 1
           END-IF.
           PERFORM 250-CALCULAR-SIGUIENTE.
           MOVE "PERIODO SIGUIENTE" TO dc-control.
           MOVE ZERO TO dc-cant.
           IF w-flag-sig-ok IS NOT EQUAL 1
               MOVE "FALLA" TO dc-resultado
               MOVE 1 TO w-flag-rechazo
           ELSE
               MOVE "CORRECTO" TO dc-resultado
           END-IF.
           WRITE lis-reg FROM detalle-ctl AFTER 1.
           IF w-flag-sig-ok IS EQUAL 1
               MOVE w-sig-cod TO ds-codigo
               MOVE w-sig-desde TO ds-desde
               MOVE w-sig-hasta TO ds-hasta
               WRITE lis-reg FROM detalle-sig AFTER 1
           ELSE
               MOVE "NO SE PUEDE CALCULAR: CARGAR periodoSig.txt"
                   TO dmsg-texto
               WRITE lis-reg FROM detalle-msg AFTER 1
           END-IF.
       210-ELEGIR-ACTAS.
           OPEN INPUT ACTAS-NUE.
           IF w-acn-status IS NOT EQUAL "00" AND
                   w-acn-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACTAS-NUE
               AT END MOVE ZERO TO w-flag-usa-nue
               NOT AT END MOVE 1 TO w-flag-usa-nue
           END-READ.
           IF w-flag-usa-nue IS EQUAL 1 AND
                   w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL LEER ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACTAS-NUE.
       220-CONTROLAR-ACTAS.
           PERFORM 260-ABRIR-ACTAS.
           PERFORM 265-LEER-ACTAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF w-act1-tipo-reg IS EQUAL "1"
                   IF w-act1-fecha IS NOT LESS THAN w-per-desde AND
                           w-act1-fecha IS NOT GREATER THAN w-per-hasta
                       ADD 1 TO w-tot-actas-per
                       IF w-act1-estado IS EQUAL "A"
                           ADD 1 TO w-tot-actas-abiertas
                           MOVE w-act1-acta TO da-acta
                           MOVE w-act1-fecha TO da-fecha
                           MOVE w-act1-materia TO da-materia
                           WRITE lis-reg FROM detalle-abierta AFTER 1
                       END-IF
                   END-IF
               END-IF
               PERFORM 265-LEER-ACTAS
           END-PERFORM.
           PERFORM 270-CERRAR-ACTAS.
       230-CONTROLAR-PENDIENTES.
           OPEN INPUT RECHAZOS-PEND.
           IF w-pen-status IS NOT EQUAL "00" AND
                   w-pen-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-pen-status " AL ABRIR RECHAZOS-PEND"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ RECHAZOS-PEND AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       IF pen-reg IS NOT EQUAL SPACES
                           ADD 1 TO w-tot-pend
                       END-IF
               END-READ
               IF w-flag-fin IS NOT EQUAL 1 AND
                       w-pen-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-pen-status
                       " AL LEER RECHAZOS-PEND"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE RECHAZOS-PEND.
       240-CONTAR-NOTAS.
           PERFORM 275-ABRIR-NOTAS.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ NOTAS AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       IF not-fecha IS NOT LESS THAN w-per-desde AND
                               not-fecha IS NOT GREATER THAN w-per-hasta
                           ADD 1 TO w-tot-notas-per
                       END-IF
               END-READ
               PERFORM 280-CONTROL-LEER-NOTAS
           END-PERFORM.
           CLOSE NOTAS.
      ******************************************************************
      * Periodo AAAA-1C pasa a AAAA-2C (agosto a diciembre) y AAAA-2C a
      * AAAA+1-1C (marzo a julio). periodoSig.txt, si existe, manda.
      ******************************************************************
       250-CALCULAR-SIGUIENTE.
           OPEN INPUT PERIODO-SIG.
           IF w-psg-status IS EQUAL "00"
               READ PERIODO-SIG
                   NOT AT END
                       IF psg-codigo IS NOT EQUAL SPACES AND
                               psg-desde IS NUMERIC AND
                               psg-hasta IS NUMERIC AND
                               psg-desde IS NOT GREATER THAN psg-hasta
                           MOVE psg-codigo TO w-sig-cod
                           MOVE psg-desde TO w-sig-desde
                           MOVE psg-hasta TO w-sig-hasta
                           MOVE 1 TO w-flag-sig-ok
                       END-IF
               END-READ
               CLOSE PERIODO-SIG
           END-IF.
           IF w-flag-sig-ok IS NOT EQUAL 1
               MOVE w-per-cod TO w-per-aux
               IF w-per-aux-anio IS NUMERIC AND
                       w-per-aux-sep IS EQUAL "-" AND
                       w-per-aux-c IS EQUAL "C"
                   IF w-per-aux-cuat IS EQUAL 1
                       MOVE 2 TO w-per-aux-cuat
                       MOVE w-per-aux-anio TO w-sig-desde-aaaa
                       MOVE 0801 TO w-sig-desde-mmdd
                       MOVE w-per-aux-anio TO w-sig-hasta-aaaa
                       MOVE 1231 TO w-sig-hasta-mmdd
                       MOVE w-per-aux TO w-sig-cod
                       MOVE 1 TO w-flag-sig-ok
                   ELSE
                       IF w-per-aux-cuat IS EQUAL 2
                           MOVE 1 TO w-per-aux-cuat
                           ADD 1 TO w-per-aux-anio
                           MOVE w-per-aux-anio TO w-sig-desde-aaaa
                           MOVE 0301 TO w-sig-desde-mmdd
                           MOVE w-per-aux-anio TO w-sig-hasta-aaaa
                           MOVE 0731 TO w-sig-hasta-mmdd
                           MOVE w-per-aux TO w-sig-cod
                           MOVE 1 TO w-flag-sig-ok
                       END-IF
                   END-IF
               END-IF
           END-IF.
       260-ABRIR-ACTAS.
           MOVE ZERO TO w-flag-fin.
           IF w-flag-usa-nue IS EQUAL 1
               OPEN INPUT ACTAS-NUE
           ELSE
               OPEN INPUT ACTAS
           END-IF.
           IF w-flag-usa-nue IS NOT EQUAL 1 AND
                   w-act-status IS NOT EQUAL "00" AND
                   w-act-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-flag-usa-nue IS EQUAL 1 AND
                   w-acn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       265-LEER-ACTAS.
           IF w-flag-fin IS NOT EQUAL 1
               MOVE SPACES TO w-act1-reg
               IF w-flag-usa-nue IS EQUAL 1
                   READ ACTAS-NUE INTO w-act1-reg
                       AT END MOVE 1 TO w-flag-fin
                   END-READ
                   IF w-flag-fin IS NOT EQUAL 1 AND
                           w-acn-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-acn-status
                           " AL LEER ACTAS-NUE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   READ ACTAS INTO w-act1-reg
                       AT END MOVE 1 TO w-flag-fin
                   END-READ
                   IF w-flag-fin IS NOT EQUAL 1 AND
                           w-act-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-act-status " AL LEER ACTAS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       270-CERRAR-ACTAS.
           IF w-flag-usa-nue IS EQUAL 1
               CLOSE ACTAS-NUE
           ELSE
               CLOSE ACTAS
           END-IF.
       275-ABRIR-NOTAS.
           OPEN INPUT NOTAS.
           IF w-not-status IS NOT EQUAL "00" AND
                   w-not-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-not-status " AL ABRIR NOTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       280-CONTROL-LEER-NOTAS.
           IF w-flag-fin IS NOT EQUAL 1 AND
                   w-not-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-not-status " AL LEER NOTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Copias de archivo. Se hacen todas antes de vaciar nada: si una
      * copia falla la corrida se detiene con los archivos intactos.
      ******************************************************************
       300-ARCHIVAR.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-arc AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM 310-ARCHIVAR-NOTAS.
           PERFORM 320-ARCHIVAR-ACTAS.
           PERFORM 330-ARCHIVAR-TOTALES.
           PERFORM 340-ARCHIVAR-HISTORIA.
           PERFORM 350-ARCHIVAR-HIS-NUEVA.
       310-ARCHIVAR-NOTAS.
           OPEN OUTPUT ARC-NOTAS.
           IF w-arn-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-arn-status " AL ABRIR "
                   w-arc-nom-notas
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 275-ABRIR-NOTAS.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ NOTAS AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       WRITE arn-reg FROM not-reg
                       IF w-arn-status IS NOT EQUAL "00"
                           DISPLAY "ERROR " w-arn-status
                               " AL GRABAR " w-arc-nom-notas
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO w-tot-arc-notas
               END-READ
               PERFORM 280-CONTROL-LEER-NOTAS
           END-PERFORM.
           CLOSE NOTAS.
           CLOSE ARC-NOTAS.
           MOVE "NOTAS" TO dar-archivo.
           MOVE w-tot-arc-notas TO dar-cant.
           MOVE w-arc-nom-notas TO dar-nombre.
           WRITE lis-reg FROM detalle-arc AFTER 1.
       320-ARCHIVAR-ACTAS.
           OPEN OUTPUT ARC-ACTAS.
           IF w-ara-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-ara-status " AL ABRIR "
                   w-arc-nom-actas
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 260-ABRIR-ACTAS.
           PERFORM 265-LEER-ACTAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF w-act1-tipo-reg IS EQUAL "1"
                   WRITE ara-reg FROM w-act1-reg
               ELSE
                   WRITE ara-reg FROM w-act2-registro(1:12)
               END-IF
               IF w-ara-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-ara-status
                       " AL GRABAR " w-arc-nom-actas
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-tot-arc-actas
               PERFORM 265-LEER-ACTAS
           END-PERFORM.
           PERFORM 270-CERRAR-ACTAS.
           CLOSE ARC-ACTAS.
           IF w-flag-usa-nue IS EQUAL 1
               MOVE "ACTAS (actasNue)" TO dar-archivo
           ELSE
               MOVE "ACTAS" TO dar-archivo
           END-IF.
           MOVE w-tot-arc-actas TO dar-cant.
           MOVE w-arc-nom-actas TO dar-nombre.
           WRITE lis-reg FROM detalle-arc AFTER 1.
       330-ARCHIVAR-TOTALES.
           OPEN OUTPUT ARC-TOTALES.
           IF w-art-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-art-status " AL ABRIR "
                   w-arc-nom-totales
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TOTALES-ACTAS.
           IF w-tac-status IS NOT EQUAL "00" AND
                   w-tac-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-tac-status " AL ABRIR TOTALES-ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ TOTALES-ACTAS AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       WRITE art-reg FROM tac-reg
                       IF w-art-status IS NOT EQUAL "00"
                           DISPLAY "ERROR " w-art-status
                               " AL GRABAR " w-arc-nom-totales
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO w-tot-arc-totales
               END-READ
               IF w-flag-fin IS NOT EQUAL 1 AND
                       w-tac-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-tac-status
                       " AL LEER TOTALES-ACTAS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE TOTALES-ACTAS.
           CLOSE ARC-TOTALES.
           MOVE "TOTALES DE ACTAS" TO dar-archivo.
           MOVE w-tot-arc-totales TO dar-cant.
           MOVE w-arc-nom-totales TO dar-nombre.
           WRITE lis-reg FROM detalle-arc AFTER 1.
       340-ARCHIVAR-HISTORIA.
           OPEN OUTPUT ARC-HISTORIA.
           IF w-arh-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-arh-status " AL ABRIR "
                   w-arc-nom-historia
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIA-ANT.
           IF w-hist-status IS NOT EQUAL "00" AND
                   w-hist-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hist-status " AL ABRIR HISTORIA-ANT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ HISTORIA-ANT AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       WRITE arh-reg FROM hist-ant-reg
                       IF w-arh-status IS NOT EQUAL "00"
                           DISPLAY "ERROR " w-arh-status
                               " AL GRABAR " w-arc-nom-historia
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO w-tot-arc-historia
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-ANT.
           CLOSE ARC-HISTORIA.
           MOVE "HISTORIA PROMEDIOS" TO dar-archivo.
           MOVE w-tot-arc-historia TO dar-cant.
           MOVE w-arc-nom-historia TO dar-nombre.
           WRITE lis-reg FROM detalle-arc AFTER 1.
       350-ARCHIVAR-HIS-NUEVA.
           OPEN OUTPUT ARC-HIS-NUEVA.
           IF w-arv-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-arv-status " AL ABRIR "
                   w-arc-nom-his-nueva
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIA-NUEVA.
           IF w-hnu-status IS NOT EQUAL "00" AND
                   w-hnu-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hnu-status " AL ABRIR HISTORIA-NUEVA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ HISTORIA-NUEVA AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       WRITE arv-reg FROM hist-nueva-reg
                       IF w-arv-status IS NOT EQUAL "00"
                           DISPLAY "ERROR " w-arv-status
                               " AL GRABAR " w-arc-nom-his-nueva
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO w-tot-arc-his-nueva
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-NUEVA.
           CLOSE ARC-HIS-NUEVA.
           MOVE "HISTORIA DEL PERIODO" TO dar-archivo.
           MOVE w-tot-arc-his-nueva TO dar-cant.
           MOVE w-arc-nom-his-nueva TO dar-nombre.
           WRITE lis-reg FROM detalle-arc AFTER 1.

      ******************************************************************
      * Vaciado de los archivos de trabajo del periodo y reinicio del
      * checkpoint de parcialNotas. Se hace despues de rearmar
      * historiaProm, para que un error al rearmarla deje los archivos
      * de trabajo intactos y el cierre se pueda repetir.
      ******************************************************************
       400-VACIAR-TRABAJO.
           OPEN OUTPUT HISTORIA-NUEVA.
           IF w-hnu-status IS NOT EQUAL "00" AND
                   w-hnu-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-hnu-status " AL ABRIR HISTORIA-NUEVA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORIA-NUEVA.
           OPEN OUTPUT NOTAS.
           IF w-not-status IS NOT EQUAL "00" AND
                   w-not-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-not-status " AL ABRIR NOTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE NOTAS.
           OPEN OUTPUT ACTAS.
           IF w-act-status IS NOT EQUAL "00" AND
                   w-act-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-act-status " AL ABRIR ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACTAS.
           OPEN OUTPUT ACTAS-NUE.
           IF w-acn-status IS NOT EQUAL "00" AND
                   w-acn-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-acn-status " AL ABRIR ACTAS-NUE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACTAS-NUE.
           OPEN OUTPUT TOTALES-ACTAS.
           IF w-tac-status IS NOT EQUAL "00" AND
                   w-tac-status IS NOT EQUAL "05"
               DISPLAY "ERROR " w-tac-status " AL ABRIR TOTALES-ACTAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TOTALES-ACTAS.
           OPEN OUTPUT CHECKPOINT.
           IF w-chk-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-chk-status " AL ABRIR CHECKPOINT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CHECKPOINT.
           MOVE "ARCHIVOS DE TRABAJO VACIADOS: notas.txt, actas.txt, "
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 2.
           MOVE "actasNue.txt, totalesActas.txt, historiaPromNueva.dat;"
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
           MOVE "checkpoint.dat REINICIADO." TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 1.
      ******************************************************************
      * historiaProm queda con los periodos anteriores mas los
      * promedios del periodo cerrado (historiaPromNueva); si ya habia
      * registros del periodo cerrado se reemplazan. Se rearma desde
      * las copias archivadas; historiaPromNueva se vacia recien en
      * 400-VACIAR-TRABAJO.
      ******************************************************************
       450-ACTUALIZAR-HISTORIA.
           OPEN INPUT ARC-HISTORIA.
           IF w-arh-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-arh-status " AL ABRIR "
                   w-arc-nom-historia
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARC-HIS-NUEVA.
           IF w-arv-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-arv-status " AL ABRIR "
                   w-arc-nom-his-nueva
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORIA-ANT.
           IF w-hist-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-hist-status " AL ABRIR HISTORIA-ANT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ ARC-HISTORIA AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       IF arh-per IS NOT EQUAL w-per-cod
                           WRITE hist-ant-reg FROM arh-reg
                           PERFORM 455-CONTROL-HISTORIA-ANT
                       END-IF
               END-READ
               IF w-flag-fin IS NOT EQUAL 1 AND
                       w-arh-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-arh-status " AL LEER "
                       w-arc-nom-historia
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARC-HISTORIA.
           MOVE ZERO TO w-flag-fin.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               READ ARC-HIS-NUEVA AT END MOVE 1 TO w-flag-fin
                   NOT AT END
                       WRITE hist-ant-reg FROM arv-reg
                       PERFORM 455-CONTROL-HISTORIA-ANT
                       ADD 1 TO w-tot-his-nueva
               END-READ
               IF w-flag-fin IS NOT EQUAL 1 AND
                       w-arv-status IS NOT EQUAL "00"
                   DISPLAY "ERROR " w-arv-status " AL LEER "
                       w-arc-nom-his-nueva
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARC-HIS-NUEVA.
           CLOSE HISTORIA-ANT.
           MOVE "PROMEDIOS PASADOS A historiaProm.dat"
               TO dc-control.
           MOVE w-tot-his-nueva TO dc-cant.
           MOVE SPACES TO dc-resultado.
           WRITE lis-reg FROM detalle-ctl AFTER 1.

       455-CONTROL-HISTORIA-ANT.
           IF w-hist-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-hist-status " AL GRABAR HISTORIA-ANT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       500-GRABAR-PERIODO.
           OPEN OUTPUT PERIODO.
           IF w-per-status IS NOT EQUAL "00"
               DISPLAY "ERROR " w-per-status " AL ABRIR PERIODO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-sig-cod TO per-codigo.
           MOVE w-sig-desde TO per-desde.
           MOVE w-sig-hasta TO per-hasta.
           WRITE per-reg.
           CLOSE PERIODO.
           MOVE "PERIODO CERRADO. periodo.txt QUEDA EN EL SIGUIENTE:"
               TO dmsg-texto.
           WRITE lis-reg FROM detalle-msg AFTER 2.
           WRITE lis-reg FROM detalle-sig AFTER 1.
           DISPLAY "PERIODO " w-per-cod " CERRADO; NUEVO PERIODO "
               w-sig-cod.

       700-FIN.
           CLOSE LISTADO-CPE.
       END PROGRAM cierrePeriodo.
