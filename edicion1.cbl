           ASSIGN TO
           "..\alumnosBaja.txt"
           FILE STATUS IS w-baj-status.
           SELECT OPTIONAL CORRELATIVAS
           ASSIGN TO
           "..\correlativas.txt"
           FILE STATUS IS w-crl-status.
           SELECT OPTIONAL BANDAS
           ASSIGN TO
           "..\bandas.txt"
           FILE STATUS IS w-ban-status.
           SELECT OPTIONAL HISTORIA-ACAD
           ASSIGN TO
           "..\historiaAcad.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY hac-clave
           FILE STATUS IS w-hac-status.
           SELECT OPTIONAL TOTALES-ACTAS
           ASSIGN TO
           "..\totalesActas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-tac-status.
           SELECT RECHAZOS
           ASSIGN TO
           "..\rechazosEdicion.txt"
           03 act1-fecha pic 9(8).
           03 act1-materia pic x(3).
           03 act1-estado pic x(1).
           03 act1-recupera pic 9(6).
           03 act1-recupera-alfa redefines act1-recupera pic x(6).
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

       FD  CORRELATIVAS.
       01  crl-reg.
           03 crl-materia pic x(3).
           03 crl-requisito pic x(3).
           03 crl-estado pic x(1).

       FD  BANDAS.
       01  ban-reg.
           03 ban-codigo pic x(3).
           03 ban-promo pic 9(2)v99.
           03 ban-aprob pic 9(2)v99.

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

       FD  TOTALES-ACTAS.
       01  tac-reg.
           03 tac-acta pic 9(6).
           03 tac-cant pic 9(4).
           03 tac-suma pic 9(6).
           03 tac-fecha-carga pic 9(8).

       FD  ALUMNOS-VAL.
       01  alu-val-reg pic x(33).
           03 act-val1-fecha pic 9(8).
           03 act-val1-materia pic x(3).
           03 act-val1-estado pic x(1).
           03 act-val1-recupera pic 9(6).
       01  act-val2-registro.
           03 act-val2-tipo-reg pic x.
           03 act-val2-alumno pic x(9).
      *   21-28  fecha de la cabecera
      *   30-32  materia de la cabecera
      *   34-34  estado de la cabecera (A/C/N)
      *   35-40  acta que recupera la cabecera (ceros si no es
      *          recuperatorio)
      * rec-antiguedad cuenta las corridas que el rechazo lleva sin
      * corregir (correccionNotas la incrementa al arrastrarlo).
      ******************************************************************
       01  w-edi-fecha pic 9(8) value zero.
       01  w-edi-materia pic x(3) value spaces.
       01  w-edi-estado pic x(1) value spaces.
       01  w-edi-recupera pic 9(6) value zero.
       01  w-baj-status pic xx value "00".
       01  w-flag-baj pic 9 value zero.
       01  w-flag-baj-lleno pic 9 value zero.
               05 w-baj-fec pic 9(8).
       01  w-cant-baja pic 9(3) value zero.
       01  w-tot-rech-baja pic 9(5) value zero.
       01  w-crl-status pic xx value "00".
       01  w-flag-crl pic 9 value zero.
       01  w-flag-crl-lleno pic 9 value zero.
       01  w-tabla-correl.
           03 w-crl-entry OCCURS 200 TIMES INDEXED BY w-crl-idx.
               05 w-crl-materia pic x(3).
               05 w-crl-requisito pic x(3).
       01  w-cant-correl pic 9(3) value zero.
       01  w-ban-status pic xx value "00".
       01  w-flag-ban pic 9 value zero.
       01  w-flag-ban-lleno pic 9 value zero.
       01  w-tabla-bandas.
           03 w-ban-entry OCCURS 100 TIMES INDEXED BY w-ban-idx.
               05 w-ban-cod pic x(3).
               05 w-ban-promo pic 9(2)v99.
               05 w-ban-aprob pic 9(2)v99.
       01  w-cant-ban pic 9(3) value zero.
       01  w-ban-promo-def pic 9(2)v99 value 7,00.
       01  w-ban-aprob-def pic 9(2)v99 value 4,00.
       01  w-ban-aprob-sal pic 9(2)v99 value zero.
       01  w-hac-status pic xx value "00".
       01  w-flag-hac-abierto pic 9 value zero.
       01  w-flag-hac-fin pic 9 value zero.
       01  w-ban-promo-sal pic 9(2)v99 value zero.
      * Notas aceptadas por alumno, materia y acta, para saber si la
      * materia requerida por una correlativa esta aprobada
      * (promocionada). La nota de NOTAS y la de ACTAS del mismo acta
      * son una sola; el original recuperado queda marcado "R".
       01  w-tabla-cursada.
           03 w-cur-entry OCCURS 1000 TIMES INDEXED BY w-cur-idx.
               05 w-cur-alumno pic x(6).
               05 w-cur-materia pic x(3).
               05 w-cur-ses-acta pic 9(6).
               05 w-cur-ses-fecha pic 9(8).
               05 w-cur-ses-nota pic 9(2).
               05 w-cur-ses-recupera pic 9(6).
               05 w-cur-ses-marca pic x(1).
       01  w-cant-cursada pic 9(4) value zero.
       01  w-flag-cur-lleno pic 9 value zero.
       01  w-cur-idx-enc pic 9(4) value zero.
       01  w-cur-orig-enc pic 9(4) value zero.
       01  w-cur-i pic 9(4) value zero.
       01  w-cur-j pic 9(4) value zero.
       01  w-cur-suma pic 9(5) value zero.
       01  w-cur-cont pic 9(3) value zero.
       01  w-cur-promedio pic 9(2)v99 value zero.
       01  w-cur-recupera pic 9(6).
       01  w-cur-alu-busca pic x(6).
       01  w-cur-mat-busca pic x(3).
       01  w-cur-nota pic 9(2).
       01  w-cur-origen pic x(5).
       01  w-cur-acta pic 9(6).
       01  w-cur-fecha pic 9(8).
      * Examenes de materias con correlativa, a controlar al final.
       01  w-tabla-sincor.
           03 w-sco-entry OCCURS 200 TIMES INDEXED BY w-sco-idx.
               05 w-sco-alumno pic x(6).
               05 w-sco-materia pic x(3).
               05 w-sco-origen pic x(5).
               05 w-sco-acta pic 9(6).
               05 w-sco-fecha pic 9(8).
               05 w-sco-nota pic 9(2).
       01  w-cant-sincor pic 9(3) value zero.
       01  w-flag-sco-lleno pic 9 value zero.
       01  w-flag-tiene-correl pic 9 value zero.
       01  w-flag-req-aprob pic 9 value zero.
       01  w-flag-sco-titulo pic 9 value zero.
       01  w-tot-sin-correl pic 9(5) value zero.
      ******************************************************************
      * Totales de control de las actas cargadas desde planilla y lo
      * que efectivamente trae el archivo de actas para cada acta.
      ******************************************************************
       01  w-tac-status pic xx value "00".
       01  w-flag-tac pic 9 value zero.
       01  w-flag-tac-lleno pic 9 value zero.
       01  w-tabla-tac.
           03 w-tac-entry OCCURS 500 TIMES INDEXED BY w-tac-idx.
               05 w-tac-acta pic 9(6).
               05 w-tac-cant pic 9(4).
               05 w-tac-suma pic 9(6).
       01  w-cant-tac pic 9(3) value zero.
       01  w-tac-idx-enc pic 9(3) value zero.
       01  w-flag-acn-lleno pic 9 value zero.
       01  w-tabla-act-cont.
           03 w-acn-entry OCCURS 500 TIMES INDEXED BY w-acn-idx.
               05 w-acn-acta pic 9(6).
               05 w-acn-estado pic x(1).
               05 w-acn-cant pic 9(4).
               05 w-acn-suma pic 9(6).
       01  w-cant-act-cont pic 9(3) value zero.
       01  w-acn-idx-act pic 9(3) value zero.
       01  w-flag-tac-titulo pic 9 value zero.
       01  w-tot-tac-dif pic 9(5) value zero.
       01  w-ctl-status pic xx value "00".
       01  w-ctl-fecha-aux pic 9(8) value zero.
       01  w-ctl-hora-aux pic 9(8) value zero.
               05 filler pic x(28) value spaces.
               05 filler pic x(24) value "TOTALES DE EDICION".
               05 filler pic x(28) value spaces.
       01  cabecera-sco1.
           03  lin-titulo-sco.
               05 filler pic x(23) value spaces.
               05 filler pic x(34)
                  value "CURSADAS SIN CORRELATIVA APROBADA".
               05 filler pic x(23) value spaces.
       01  cabecera-sco2.
           03  lin-titulo-sco-sub.
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(7) value "MATERIA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(8) value "REQUIERE".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "ORIGEN".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "  ACTA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(8) value "FECHA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(4) value "NOTA".
               05 filler pic x(21) value spaces.
       01  detalle-sco.
           03  lin-dat-sco.
               05 filler pic x(2) value spaces.
               05 dsco-alumno pic x(6).
               05 filler pic x(2) value spaces.
               05 dsco-materia pic x(3).
               05 filler pic x(6) value spaces.
               05 dsco-requisito pic x(3).
               05 filler pic x(7) value spaces.
               05 dsco-origen pic x(5).
               05 filler pic x(3) value spaces.
               05 dsco-acta pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 dsco-fecha pic 9(8).
               05 filler pic x(4) value spaces.
               05 dsco-nota pic z9.
               05 filler pic x(21) value spaces.
       01  cabecera-tac1.
           03  lin-titulo-tac.
               05 filler pic x(20) value spaces.
               05 filler pic x(40)
                  value "ACTAS ABIERTAS QUE NO COINCIDEN CON LA".
       01  cabecera-tac1b.
           03  lin-titulo-tac-b.
               05 filler pic x(20) value spaces.
               05 filler pic x(40)
                  value "PLANILLA CARGADA (TOTALES DE CONTROL)".
       01  cabecera-tac2.
           03  lin-titulo-tac-sub.
               05 filler pic x(4) value spaces.
               05 FILLER pic x(6) value "  ACTA".
               05 filler pic x(4) value spaces.
               05 FILLER pic x(12) value "NOTAS CARGA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(11) value "SUMA CARGA".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(12) value "NOTAS ARCH.".
               05 filler pic x(2) value spaces.
               05 FILLER pic x(11) value "SUMA ARCH.".
       01  detalle-tac.
           03  lin-dat-tac.
               05 filler pic x(4) value spaces.
               05 dtac-acta pic zzzzz9.
               05 filler pic x(12) value spaces.
               05 dtac-cant-ctl pic zzz9.
               05 filler pic x(7) value spaces.
               05 dtac-suma-ctl pic zzzzz9.
               05 filler pic x(10) value spaces.
               05 dtac-cant-arc pic zzz9.
               05 filler pic x(7) value spaces.
               05 dtac-suma-arc pic zzzzz9.
       01  detalle-tot.
           03  lin-dat-tot.
               05 filler pic x(20) value spaces.
           PERFORM 200-EDITAR-ALUMNOS.
           PERFORM 300-EDITAR-NOTAS.
           PERFORM 400-EDITAR-ACTAS.
           PERFORM 450-CONTROL-CORRELATIVAS.
           PERFORM 470-CONTROL-TOTALES-ACTAS.
           PERFORM 500-IMPRIME-TOTALES.
           PERFORM 550-GRABAR-CONTROL.
           PERFORM 700-FIN.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM 150-CARGAR-BAJAS.
           PERFORM 170-CARGAR-CORRELATIVAS.
           PERFORM 175-CARGAR-BANDAS.
           PERFORM 180-CARGAR-TOTALES-ACTAS.
           OPEN INPUT HISTORIA-ACAD.
           IF w-hac-status IS EQUAL "00"
               MOVE 1 TO w-flag-hac-abierto
           ELSE
               IF w-hac-status IS EQUAL "05"
                   CLOSE HISTORIA-ACAD
               ELSE
                   DISPLAY "ERROR " w-hac-status
                       " AL ABRIR HISTORIA-ACAD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       150-CARGAR-BAJAS.
           OPEN INPUT BAJAS.
               ADD 1 TO w-tot-rech-baja
           END-IF.

      ******************************************************************
      * Correlatividades vigentes (estado A o en blanco) y bandas de
      * promocion por materia. Ambos archivos son opcionales.
      ******************************************************************
       170-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
           IF w-crl-status IS EQUAL "00"
               PERFORM UNTIL w-flag-crl IS EQUAL 1
                   READ CORRELATIVAS AT END MOVE 1 TO w-flag-crl
                       NOT AT END
                           IF crl-estado IS EQUAL "I"
                               CONTINUE
                           ELSE
                           IF w-cant-correl < 200
                               ADD 1 TO w-cant-correl
                               MOVE crl-materia
                                   TO w-crl-materia(w-cant-correl)
                               MOVE crl-requisito
                                   TO w-crl-requisito(w-cant-correl)
                           ELSE
                               IF w-flag-crl-lleno IS NOT EQUAL 1
                                   MOVE 1 TO w-flag-crl-lleno
                                   DISPLAY "AVISO: se alcanzo el "
                                       "limite de 200 "
                                       "correlatividades; las "
                                       "restantes no se controlan."
                               END-IF
                           END-IF
                           END-IF
                   END-READ
                   IF w-flag-crl IS NOT EQUAL 1 AND
                           w-crl-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-crl-status
                           " AL LEER CORRELATIVAS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CORRELATIVAS
           END-IF.
       175-CARGAR-BANDAS.
           OPEN INPUT BANDAS.
           IF w-ban-status IS EQUAL "00"
               PERFORM UNTIL w-flag-ban IS EQUAL 1
                   READ BANDAS AT END MOVE 1 TO w-flag-ban
                       NOT AT END
                           IF w-cant-ban < 100
                               ADD 1 TO w-cant-ban
                               MOVE ban-codigo TO w-ban-cod(w-cant-ban)
                               MOVE ban-promo
                                   TO w-ban-promo(w-cant-ban)
                               MOVE ban-aprob
                                   TO w-ban-aprob(w-cant-ban)
                           ELSE
                               IF w-flag-ban-lleno IS NOT EQUAL 1
                                   MOVE 1 TO w-flag-ban-lleno
                                   DISPLAY "AVISO: se alcanzo el "
                                       "limite de 100 materias en el "
                                       "archivo de bandas; las "
                                       "restantes usan la banda "
                                       "por omision."
                               END-IF
                           END-IF
                   END-READ
                   IF w-flag-ban IS NOT EQUAL 1 AND
                           w-ban-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-ban-status " AL LEER BANDAS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE BANDAS
           END-IF.

      ******************************************************************
      * Totales de control que deja cargaActas. Opcional; si un acta
      * figura mas de una vez vale el ultimo total.
      ******************************************************************
       180-CARGAR-TOTALES-ACTAS.
           OPEN INPUT TOTALES-ACTAS.
           IF w-tac-status IS EQUAL "00"
               PERFORM UNTIL w-flag-tac IS EQUAL 1
                   READ TOTALES-ACTAS AT END MOVE 1 TO w-flag-tac
                       NOT AT END
                           PERFORM 185-GUARDAR-TOTAL-ACTA
                   END-READ
                   IF w-flag-tac IS NOT EQUAL 1 AND
                           w-tac-status IS NOT EQUAL "00"
                       DISPLAY "ERROR " w-tac-status
                           " AL LEER TOTALES-ACTAS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE TOTALES-ACTAS
           END-IF.
       185-GUARDAR-TOTAL-ACTA.
           MOVE ZERO TO w-tac-idx-enc.
           PERFORM VARYING w-tac-idx FROM 1 BY 1
               UNTIL w-tac-idx > w-cant-tac
               IF w-tac-acta(w-tac-idx) IS EQUAL tac-acta
                   SET w-tac-idx-enc TO w-tac-idx
               END-IF
           END-PERFORM.
           IF w-tac-idx-enc IS EQUAL ZERO
               IF w-cant-tac < 500
                   ADD 1 TO w-cant-tac
                   MOVE w-cant-tac TO w-tac-idx-enc
               ELSE
                   IF w-flag-tac-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-tac-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 500 "
                           "totales de actas; las restantes no "
                           "se controlan."
                   END-IF
               END-IF
           END-IF.
           IF w-tac-idx-enc IS NOT EQUAL ZERO
               MOVE tac-acta TO w-tac-acta(w-tac-idx-enc)
               MOVE tac-cant TO w-tac-cant(w-tac-idx-enc)
               MOVE tac-suma TO w-tac-suma(w-tac-idx-enc)
           END-IF.

       200-EDITAR-ALUMNOS.
           PERFORM 220-LEER-ALU.
           PERFORM UNTIL w-flag-alu IS EQUAL 1
                       STOP RUN
                   END-IF
                   ADD 1 TO w-tot-not-ok
                   MOVE not-alumno TO w-cur-alu-busca
                   MOVE not-materia TO w-cur-mat-busca
                   MOVE not-nota TO w-cur-nota
                   MOVE "NOTAS" TO w-cur-origen
                   MOVE not-acta TO w-cur-acta
                   MOVE not-fecha TO w-cur-fecha
                   MOVE ZERO TO w-cur-recupera
                   PERFORM 340-ACUMULAR-CURSADA
               ELSE
                   MOVE "NOTAS" TO rec-origen
                   MOVE w-motivo TO rec-motivo
               PERFORM 160-CONTROL-BAJA
           END-IF.

      ******************************************************************
      * Registra la nota aceptada por alumno, materia y acta. La nota
      * de un acta que ya vino por NOTAS se concilia y no se cuenta de
      * nuevo, pero hereda el acta que recupera, como en parcialNotas.
      * Si la materia tiene correlativa, el examen queda pendiente de
      * control hasta haber leido todas las notas.
      ******************************************************************
       340-ACUMULAR-CURSADA.
           MOVE ZERO TO w-cur-idx-enc.
           PERFORM VARYING w-cur-i FROM 1 BY 1
               UNTIL w-cur-i > w-cant-cursada
               IF w-cur-alumno(w-cur-i) IS EQUAL w-cur-alu-busca AND
                       w-cur-materia(w-cur-i) IS EQUAL
                           w-cur-mat-busca AND
                       w-cur-ses-acta(w-cur-i) IS EQUAL w-cur-acta
                   MOVE w-cur-i TO w-cur-idx-enc
               END-IF
           END-PERFORM.
           IF w-cur-idx-enc IS NOT EQUAL ZERO
               IF w-cur-recupera IS NOT EQUAL ZERO
                   MOVE w-cur-recupera
                       TO w-cur-ses-recupera(w-cur-idx-enc)
               END-IF
           ELSE
               IF w-cant-cursada < 1000
                   ADD 1 TO w-cant-cursada
                   MOVE w-cant-cursada TO w-cur-idx-enc
                   MOVE w-cur-alu-busca TO w-cur-alumno(w-cur-idx-enc)
                   MOVE w-cur-mat-busca TO w-cur-materia(w-cur-idx-enc)
                   MOVE w-cur-acta TO w-cur-ses-acta(w-cur-idx-enc)
                   MOVE w-cur-fecha TO w-cur-ses-fecha(w-cur-idx-enc)
                   MOVE w-cur-nota TO w-cur-ses-nota(w-cur-idx-enc)
                   MOVE w-cur-recupera
                       TO w-cur-ses-recupera(w-cur-idx-enc)
                   MOVE SPACE TO w-cur-ses-marca(w-cur-idx-enc)
               ELSE
                   IF w-flag-cur-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-cur-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 1000 "
                           "notas cursadas; el control de "
                           "correlativas puede ser incompleto."
                   END-IF
               END-IF
               PERFORM 345-PENDIENTE-CORRELATIVA
           END-IF.
       345-PENDIENTE-CORRELATIVA.
           MOVE ZERO TO w-flag-tiene-correl.
           PERFORM VARYING w-crl-idx FROM 1 BY 1
               UNTIL w-crl-idx > w-cant-correl
               IF w-crl-materia(w-crl-idx) IS EQUAL w-cur-mat-busca
                   MOVE 1 TO w-flag-tiene-correl
               END-IF
           END-PERFORM.
           IF w-flag-tiene-correl IS EQUAL 1
               IF w-cant-sincor < 200
                   ADD 1 TO w-cant-sincor
                   MOVE w-cur-alu-busca TO w-sco-alumno(w-cant-sincor)
                   MOVE w-cur-mat-busca TO w-sco-materia(w-cant-sincor)
                   MOVE w-cur-origen TO w-sco-origen(w-cant-sincor)
                   MOVE w-cur-acta TO w-sco-acta(w-cant-sincor)
                   MOVE w-cur-fecha TO w-sco-fecha(w-cant-sincor)
                   MOVE w-cur-nota TO w-sco-nota(w-cant-sincor)
               ELSE
                   IF w-flag-sco-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-sco-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 200 "
                           "examenes con correlativa; los restantes "
                           "no se controlan."
                   END-IF
               END-IF
           END-IF.

       400-EDITAR-ACTAS.
           PERFORM 420-LEER-ACTAS.
           PERFORM UNTIL w-flag-actas IS EQUAL 1
               IF act1-tipo-reg IS EQUAL "1"
                   PERFORM 430-EXAMINAR-CABECERA
                   PERFORM 475-REGISTRAR-ACTA
               ELSE
                   PERFORM 440-EXAMINAR-DETALLE
                   IF w-acn-idx-act IS NOT EQUAL ZERO AND
                           act2-nota IS NUMERIC
                       ADD 1 TO w-acn-cant(w-acn-idx-act)
                       ADD act2-nota TO w-acn-suma(w-acn-idx-act)
                   END-IF
               END-IF
               IF w-flag-reg-ok IS EQUAL 1
                   IF act1-tipo-reg IS EQUAL "1"
                       STOP RUN
                   END-IF
                   ADD 1 TO w-tot-act-ok
                   IF act2-tipo-reg IS EQUAL "2" AND
                           w-edi-estado IS EQUAL "C"
                       MOVE act2-alumno(1:6) TO w-cur-alu-busca
                       MOVE w-edi-materia TO w-cur-mat-busca
                       MOVE act2-nota TO w-cur-nota
                       MOVE "ACTA" TO w-cur-origen
                       MOVE w-edi-acta TO w-cur-acta
                       MOVE w-edi-fecha TO w-cur-fecha
                       MOVE w-edi-recupera TO w-cur-recupera
                       PERFORM 340-ACUMULAR-CURSADA
                   END-IF
               ELSE
                   MOVE "ACTAS" TO rec-origen
                   MOVE w-motivo TO rec-motivo
                       MOVE w-edi-fecha TO rec-registro(21:8)
                       MOVE w-edi-materia TO rec-registro(30:3)
                       MOVE w-edi-estado TO rec-registro(34:1)
                       MOVE w-edi-recupera TO rec-registro(35:6)
                   END-IF
                   PERFORM 600-GRABAR-RECHAZO
               END-IF
           IF act1-estado IS EQUAL SPACE
               MOVE "C" TO act1-estado
           END-IF.
      * Igual que el estado, el acta recuperada en blanco indica que la
      * cabecera no es de un recuperatorio.
           IF act1-recupera-alfa IS EQUAL SPACES
               MOVE ZERO TO act1-recupera
           END-IF.
           MOVE act1-acta TO w-edi-acta.
           MOVE act1-fecha TO w-edi-fecha.
           MOVE act1-materia TO w-edi-materia.
           MOVE act1-estado TO w-edi-estado.
           IF act1-recupera IS NUMERIC
               MOVE act1-recupera TO w-edi-recupera
           ELSE
               MOVE ZERO TO w-edi-recupera
           END-IF.
           MOVE act1-fecha TO w-fecha-examen.
           PERFORM 650-VALIDAR-FECHA.
           IF w-fecha-valida IS NOT EQUAL 1
               MOVE ZERO TO w-flag-reg-ok
               MOVE "ESTADO DE ACTA INVALIDO" TO w-motivo
           END-IF.
           IF w-flag-reg-ok IS EQUAL 1 AND
                   act1-recupera IS NOT NUMERIC
               MOVE ZERO TO w-flag-reg-ok
               MOVE "ACTA RECUPERADA INVALIDA" TO w-motivo
           END-IF.
           IF w-flag-reg-ok IS EQUAL 1 AND
                   act1-recupera IS EQUAL act1-acta
               MOVE ZERO TO w-flag-reg-ok
               MOVE "RECUPERATORIO DE SI MISMA" TO w-motivo
           END-IF.
           IF w-flag-reg-ok IS EQUAL 1
               MOVE ZERO TO w-flag-cab-rechazada
           ELSE
               PERFORM 160-CONTROL-BAJA
           END-IF.

      ******************************************************************
      * Un recuperatorio reemplaza a la nota desaprobada del acta que
      * recupera (misma materia, fecha anterior), con la misma regla
      * que parcialNotas: la original no entra en el promedio.
      ******************************************************************
       445-APLICAR-RECUPERATORIOS.
           PERFORM VARYING w-cur-j FROM 1 BY 1
               UNTIL w-cur-j > w-cant-cursada
               IF w-cur-ses-recupera(w-cur-j) IS NOT EQUAL ZERO
                   MOVE w-cur-materia(w-cur-j) TO w-cur-mat-busca
                   PERFORM 447-BUSCAR-BANDA
                   PERFORM 446-REEMPLAZAR-ORIGINAL
               END-IF
           END-PERFORM.
       446-REEMPLAZAR-ORIGINAL.
           MOVE ZERO TO w-cur-orig-enc.
           PERFORM VARYING w-cur-i FROM 1 BY 1
               UNTIL w-cur-i > w-cant-cursada
               IF w-cur-orig-enc IS EQUAL ZERO AND
                       w-cur-alumno(w-cur-i) IS EQUAL
                           w-cur-alumno(w-cur-j) AND
                       w-cur-materia(w-cur-i) IS EQUAL
                           w-cur-materia(w-cur-j) AND
                       w-cur-ses-acta(w-cur-i) IS EQUAL
                           w-cur-ses-recupera(w-cur-j) AND
                       w-cur-ses-marca(w-cur-i) IS NOT EQUAL "R" AND
                       w-cur-ses-fecha(w-cur-i) IS NOT GREATER THAN
                           w-cur-ses-fecha(w-cur-j) AND
                       w-cur-ses-nota(w-cur-i) IS LESS THAN
                           w-ban-aprob-sal
                   MOVE w-cur-i TO w-cur-orig-enc
               END-IF
           END-PERFORM.
           IF w-cur-orig-enc IS NOT EQUAL ZERO
               MOVE "R" TO w-cur-ses-marca(w-cur-orig-enc)
           END-IF.
       447-BUSCAR-BANDA.
           MOVE w-ban-promo-def TO w-ban-promo-sal.
           MOVE w-ban-aprob-def TO w-ban-aprob-sal.
           PERFORM VARYING w-ban-idx FROM 1 BY 1
               UNTIL w-ban-idx > w-cant-ban
               IF w-ban-cod(w-ban-idx) IS EQUAL w-cur-mat-busca
                   MOVE w-ban-promo(w-ban-idx) TO w-ban-promo-sal
                   MOVE w-ban-aprob(w-ban-idx) TO w-ban-aprob-sal
               END-IF
           END-PERFORM.

      ******************************************************************
      * Una materia rendida sin tener promocionada la materia requerida
      * no se rechaza: se informa en su propia seccion del listado.
      ******************************************************************
       450-CONTROL-CORRELATIVAS.
           PERFORM 445-APLICAR-RECUPERATORIOS.
           PERFORM VARYING w-sco-idx FROM 1 BY 1
               UNTIL w-sco-idx > w-cant-sincor
               PERFORM VARYING w-crl-idx FROM 1 BY 1
                   UNTIL w-crl-idx > w-cant-correl
                   IF w-crl-materia(w-crl-idx) IS EQUAL
                           w-sco-materia(w-sco-idx)
                       PERFORM 455-REQUISITO-APROBADO
                       IF w-flag-req-aprob IS NOT EQUAL 1
                           PERFORM 460-IMPRIME-SIN-CORREL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       455-REQUISITO-APROBADO.
           MOVE ZERO TO w-flag-req-aprob.
           MOVE ZERO TO w-cur-suma.
           MOVE ZERO TO w-cur-cont.
           PERFORM VARYING w-cur-i FROM 1 BY 1
               UNTIL w-cur-i > w-cant-cursada
               IF w-cur-alumno(w-cur-i) IS EQUAL
                       w-sco-alumno(w-sco-idx) AND
                       w-cur-materia(w-cur-i) IS EQUAL
                       w-crl-requisito(w-crl-idx) AND
                       w-cur-ses-marca(w-cur-i) IS NOT EQUAL "R"
                   ADD w-cur-ses-nota(w-cur-i) TO w-cur-suma
                   ADD 1 TO w-cur-cont
               END-IF
           END-PERFORM.
           IF w-cur-cont IS NOT EQUAL ZERO
               COMPUTE w-cur-promedio = w-cur-suma / w-cur-cont
               MOVE w-crl-requisito(w-crl-idx) TO w-cur-mat-busca
               PERFORM 447-BUSCAR-BANDA
               IF w-cur-promedio IS NOT LESS THAN w-ban-promo-sal
                   MOVE 1 TO w-flag-req-aprob
               END-IF
           END-IF.
           IF w-flag-req-aprob IS NOT EQUAL 1 AND
                   w-flag-hac-abierto IS EQUAL 1
               PERFORM 457-REQUISITO-EN-HISTORIA
           END-IF.
      ******************************************************************
      * Materia requerida promocionada en un cuatrimestre anterior o
      * aprobada por final, segun la historia academica.
      ******************************************************************
       457-REQUISITO-EN-HISTORIA.
           MOVE w-sco-alumno(w-sco-idx) TO hac-alumno.
           MOVE w-crl-requisito(w-crl-idx) TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           MOVE ZERO TO w-flag-hac-fin.
           START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
               INVALID KEY MOVE 1 TO w-flag-hac-fin
           END-START.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               READ HISTORIA-ACAD NEXT RECORD
                   AT END MOVE 1 TO w-flag-hac-fin
               END-READ
               IF w-flag-hac-fin IS NOT EQUAL 1
                   IF hac-alumno IS NOT EQUAL
                           w-sco-alumno(w-sco-idx) OR
                           hac-materia IS NOT EQUAL
                           w-crl-requisito(w-crl-idx)
                       MOVE 1 TO w-flag-hac-fin
                   ELSE
                       IF hac-condicion IS EQUAL "PROMOCIONA" OR
                               hac-condicion IS EQUAL "APROBADA"
                           MOVE 1 TO w-flag-req-aprob
                           MOVE 1 TO w-flag-hac-fin
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       460-IMPRIME-SIN-CORREL.
           IF w-flag-sco-titulo IS NOT EQUAL 1
               MOVE 1 TO w-flag-sco-titulo
               WRITE lis-reg FROM cabecera3 AFTER 2
               WRITE lis-reg FROM cabecera-sco1 AFTER 1
               WRITE lis-reg FROM cabecera-sco2 AFTER 1
               WRITE lis-reg FROM cabecera3 AFTER 1
           END-IF.
           ADD 1 TO w-tot-sin-correl.
           MOVE w-sco-alumno(w-sco-idx) TO dsco-alumno.
           MOVE w-sco-materia(w-sco-idx) TO dsco-materia.
           MOVE w-crl-requisito(w-crl-idx) TO dsco-requisito.
           MOVE w-sco-origen(w-sco-idx) TO dsco-origen.
           MOVE w-sco-acta(w-sco-idx) TO dsco-acta.
           MOVE w-sco-fecha(w-sco-idx) TO dsco-fecha.
           MOVE w-sco-nota(w-sco-idx) TO dsco-nota.
           WRITE lis-reg FROM detalle-sco AFTER 1.

      ******************************************************************
      * Un acta todavia abierta cuyo contenido no coincide con el total
      * de la planilla de la que se cargo se informa, no se rechaza.
      ******************************************************************
       470-CONTROL-TOTALES-ACTAS.
           PERFORM VARYING w-acn-idx FROM 1 BY 1
               UNTIL w-acn-idx > w-cant-act-cont
               IF w-acn-estado(w-acn-idx) IS EQUAL "A"
                   MOVE ZERO TO w-tac-idx-enc
                   PERFORM VARYING w-tac-idx FROM 1 BY 1
                       UNTIL w-tac-idx > w-cant-tac
                       IF w-tac-acta(w-tac-idx) IS EQUAL
                               w-acn-acta(w-acn-idx)
                           SET w-tac-idx-enc TO w-tac-idx
                       END-IF
                   END-PERFORM
                   IF w-tac-idx-enc IS NOT EQUAL ZERO
                       IF w-tac-cant(w-tac-idx-enc) IS NOT EQUAL
                               w-acn-cant(w-acn-idx) OR
                               w-tac-suma(w-tac-idx-enc) IS NOT EQUAL
                               w-acn-suma(w-acn-idx)
                           PERFORM 480-IMPRIME-TOTAL-DISTINTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Una misma acta puede tener varias cabeceras en el archivo (una
      * por tramo de alumnos); se acumula todo bajo un unico numero.
      ******************************************************************
       475-REGISTRAR-ACTA.
           MOVE ZERO TO w-acn-idx-act.
           PERFORM VARYING w-acn-idx FROM 1 BY 1
               UNTIL w-acn-idx > w-cant-act-cont
               IF w-acn-acta(w-acn-idx) IS EQUAL w-edi-acta
                   SET w-acn-idx-act TO w-acn-idx
               END-IF
           END-PERFORM.
           IF w-acn-idx-act IS EQUAL ZERO
               IF w-cant-act-cont < 500
                   ADD 1 TO w-cant-act-cont
                   MOVE w-cant-act-cont TO w-acn-idx-act
                   MOVE w-edi-acta TO w-acn-acta(w-acn-idx-act)
                   MOVE w-edi-estado TO w-acn-estado(w-acn-idx-act)
                   MOVE ZERO TO w-acn-cant(w-acn-idx-act)
                   MOVE ZERO TO w-acn-suma(w-acn-idx-act)
               ELSE
                   IF w-flag-acn-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-acn-lleno
                       DISPLAY "AVISO: se alcanzo el limite de 500 "
                           "actas; los totales de control de las "
                           "restantes no se verifican."
                   END-IF
               END-IF
           END-IF.
       480-IMPRIME-TOTAL-DISTINTO.
           IF w-flag-tac-titulo IS NOT EQUAL 1
               MOVE 1 TO w-flag-tac-titulo
               WRITE lis-reg FROM cabecera3 AFTER 2
               WRITE lis-reg FROM cabecera-tac1 AFTER 1
               WRITE lis-reg FROM cabecera-tac1b AFTER 1
               WRITE lis-reg FROM cabecera-tac2 AFTER 1
               WRITE lis-reg FROM cabecera3 AFTER 1
           END-IF.
           ADD 1 TO w-tot-tac-dif.
           MOVE w-acn-acta(w-acn-idx) TO dtac-acta.
           MOVE w-tac-cant(w-tac-idx-enc) TO dtac-cant-ctl.
           MOVE w-tac-suma(w-tac-idx-enc) TO dtac-suma-ctl.
           MOVE w-acn-cant(w-acn-idx) TO dtac-cant-arc.
           MOVE w-acn-suma(w-acn-idx) TO dtac-suma-arc.
           WRITE lis-reg FROM detalle-tac AFTER 1.

       500-IMPRIME-TOTALES.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera-tot1 AFTER 1.
           MOVE "RECHAZOS POR BAJA.......:" TO dt-leyenda.
           MOVE w-tot-rech-baja TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "SIN CORRELATIVA APROBADA:" TO dt-leyenda.
           MOVE w-tot-sin-correl TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.
           MOVE "ACTAS CON TOTAL DISTINTO:" TO dt-leyenda.
           MOVE w-tot-tac-dif TO dt-cant.
           WRITE lis-reg FROM detalle-tot AFTER 1.

       550-GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-EDI.
           CLOSE ACTAS-VAL.
           CLOSE RECHAZOS.
           CLOSE LISTADO-EDI.
           IF w-flag-hac-abierto IS EQUAL 1
               CLOSE HISTORIA-ACAD
           END-IF.
       END PROGRAM edicionNotas.
