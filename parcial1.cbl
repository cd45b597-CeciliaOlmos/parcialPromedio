           "..\becas.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-bex-status.
           SELECT OPTIONAL CORRELATIVAS
           ASSIGN TO
           "..\correlativas.txt"
           FILE STATUS IS w-crl-status.
           SELECT SIN-CORRELATIVA
           ASSIGN TO
           "..\sinCorrelativa.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-scr-status.
           SELECT OPTIONAL LOG-RECTIF
           ASSIGN TO
           "..\rectificaciones.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rct-status.
           SELECT OPTIONAL HISTORIA-ACAD
           ASSIGN TO
           "..\historiaAcad.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY hac-clave
           FILE STATUS IS w-hac-status.
           SELECT ALUMNOS-MAE
           ASSIGN TO
           "..\alumnos.dat"
           03 act1-fecha pic 9(8).
           03 act1-materia pic x(3).
           03 act1-estado pic x(1).
           03 act1-recupera pic 9(6).
       01  act2-registro.
           03 act2-tipo-reg pic x.
           03 act2-alumno pic x(9).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).

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

       FD  CONTROL-EDI.
       01  ctl-reg.
           03 bcr-vacantes pic 9(3).

       FD  BECAS-EXT.
      ******************************************************************
      * BECAS-EXT: codigo;nombre;promedio y por cada materia del
      * periodo ;materia:promedio:condicion. Siguen el campo HISTORIA
      * y por cada materia de periodos anteriores
      * ;periodo:materia:promedio:condicion.
      ******************************************************************
       01  bex-reg pic x(1100).

       FD  CORRELATIVAS.
       01  crl-reg.
           03 crl-materia pic x(3).
           03 crl-requisito pic x(3).
           03 crl-estado pic x(1).

      ******************************************************************
      * SIN-CORRELATIVA: extracto para bedelia de los examenes de una
      * materia rendidos sin tener aprobada la materia requerida.
      * Registro de 63 posiciones, ancho fijo:
      *   01-06  scr-alumno         codigo de alumno
      *   07-26  scr-nombre         nombre del alumno
      *   27-29  scr-carrera        carrera del alumno
      *   30-32  scr-materia        materia rendida
      *   33-35  scr-requisito      materia requerida no aprobada
      *   36-40  scr-origen         NOTAS o ACTA
      *   41-46  scr-acta           numero de acta
      *   47-54  scr-fecha          fecha del examen
      *   55-56  scr-nota           nota obtenida
      *   57-63  scr-periodo        periodo de la corrida
      ******************************************************************
       FD  SIN-CORRELATIVA.
       01  scr-reg.
           03 scr-alumno pic x(6).
           03 scr-nombre pic x(20).
           03 scr-carrera pic x(3).
           03 scr-materia pic x(3).
           03 scr-requisito pic x(3).
           03 scr-origen pic x(5).
           03 scr-acta pic 9(6).
           03 scr-fecha pic 9(8).
           03 scr-nota pic 9(2).
           03 scr-periodo pic x(7).

      ******************************************************************
      * LOG-RECTIF: registro permanente que graba
      * rectificacionNotas (misma disposicion de 91 posiciones).
      ******************************************************************
       FD  LOG-RECTIF.
       01  rct-reg.
           03 rct-fecha-proc pic 9(8).
           03 rct-hora-proc pic 9(6).
           03 rct-acta pic 9(6).
           03 rct-fecha-acta pic 9(8).
           03 rct-materia pic x(3).
           03 rct-alumno pic x(6).
           03 rct-nota-ant pic 9(2).
           03 rct-nota-nue pic 9(2).
           03 rct-autorizacion pic x(12).
           03 rct-usuario pic x(8).
           03 rct-motivo pic x(30).

      ******************************************************************
      * HISTORIA-ACAD: historia academica por alumno, materia y
      * periodo. parcialNotas la alimenta en cada corrida; la clave
      * impide duplicar un periodo al repetir la corrida.
      * hac-origen dice quien fijo la condicion: C cursada (este
      * programa), F examen final y V regularidad vencida (ambos de
      * mesasFinal). Un registro F o V ya no se modifica desde aca.
      * Los campos de final (nota, fecha, cantidad de mesas rendidas
      * y ultima mesa) los mantiene mesasFinal.
      ******************************************************************
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

       FD  ALUMNOS-MAE.
       01  mae-reg.
       01  w-act-actual-fecha pic 9(8) value zero.
       01  w-act-actual-materia pic x(3) value spaces.
       01  w-act-actual-estado pic x(1) value "C".
       01  w-act-actual-recupera pic 9(6) value zero.
       01  w-recupera-actual pic 9(6) value zero.
       01  w-ses-i pic 9(2) value zero.
       01  w-ses-orig-enc pic 9(2) value zero.
       01  w-tot-reemplazadas pic 9(5) value zero.
       01  w-flag-acta-anulada pic 9 value zero.
       01  w-tot-act-anuladas pic 9(5) value zero.
       01  w-tot-provisorias pic 9(5) value zero.
               05 w-bec-nom pic x(20).
               05 w-bec-prom pic 9(2)v99.
               05 w-bec-det pic x(440).
               05 w-bec-det-largo pic 9(4).
               05 w-bec-his pic x(600).
       01  w-cant-bec pic 9(3) value zero.
       01  w-flag-bec-lleno pic 9 value zero.
       01  w-bec-ins-pos pic 9(3) value zero.
       01  w-bec-ins-j pic 9(3) value zero.
       01  w-bec-det-aux pic x(440).
       01  w-bec-det-ptr pic 9(4) value 1.
       01  w-bec-det-aux-largo pic 9(4) value zero.
       01  w-bec-prom-ed pic zz9,99.
       01  w-bec-linea pic x(1100).
       01  w-bec-ptr pic 9(4) value 1.
       01  w-tot-becados pic 9(3) value zero.
       01  w-tabla-promcar.
                   07 w-mat-ses-acta pic 9(6).
                   07 w-mat-ses-fecha pic 9(8).
                   07 w-mat-ses-nota pic 9(2).
                   07 w-mat-ses-origen pic x(5).
                   07 w-mat-ses-recupera pic 9(6).
                   07 w-mat-ses-marca pic x(1).
       01  w-origen-actual pic x(5).
       01  w-crl-status pic xx value "00".
       01  w-scr-status pic xx value "00".
       01  w-flag-crl-fin pic 9 value zero.
       01  w-flag-crl-lleno pic 9 value zero.
       01  w-tabla-correl.
           03 w-crl-entry OCCURS 200 TIMES INDEXED BY w-crl-idx.
               05 w-crl-materia pic x(3).
               05 w-crl-requisito pic x(3).
       01  w-cant-correl pic 9(3) value zero.
       01  w-flag-req-aprob pic 9 value zero.
       01  w-req-i pic 9(2) value zero.
       01  w-tabla-sincor.
           03 w-sco-entry OCCURS 200 TIMES INDEXED BY w-sco-idx.
               05 w-sco-alumno pic x(6).
               05 w-sco-materia pic x(3).
               05 w-sco-requisito pic x(3).
               05 w-sco-origen pic x(5).
               05 w-sco-acta pic 9(6).
               05 w-sco-fecha pic 9(8).
               05 w-sco-nota pic 9(2).
       01  w-cant-sincor pic 9(3) value zero.
       01  w-flag-sco-lleno pic 9 value zero.
       01  w-tot-sin-correl pic 9(5) value zero.
       01  w-rct-status pic xx value "00".
       01  w-flag-rct-fin pic 9 value zero.
       01  w-flag-rct-lleno pic 9 value zero.
       01  w-tabla-rectif.
           03 w-rct-entry OCCURS 200 TIMES INDEXED BY w-rct-idx.
               05 w-rct-acta pic 9(6).
               05 w-rct-fecha-acta pic 9(8).
               05 w-rct-materia pic x(3).
               05 w-rct-alumno pic x(6).
               05 w-rct-nota-ant pic 9(2).
               05 w-rct-nota-nue pic 9(2).
               05 w-rct-autorizacion pic x(12).
               05 w-rct-usuario pic x(8).
               05 w-rct-fecha-proc pic 9(8).
               05 w-rct-motivo pic x(30).
       01  w-cant-rectif pic 9(3) value zero.
       01  w-tot-rectif pic 9(5) value zero.
       01  w-hac-status pic xx value "00".
       01  w-flag-hac-fin pic 9 value zero.
       01  w-flag-hac-mat pic 9 value zero.
       01  w-flag-hac-alguno pic 9 value zero.
       01  w-hac-i pic 9(2) value zero.
       01  w-hac-mat-busca pic x(3).
       01  w-tot-hac-altas pic 9(5) value zero.
       01  w-tot-hac-modif pic 9(5) value zero.
       01  w-tot-hac-bajas pic 9(5) value zero.
       01  w-bec-his-aux pic x(600).
       01  w-bec-his-ptr pic 9(4) value 1.
       01  w-bec-his-item pic x(30).
       01  w-bec-his-item-ptr pic 9(4) value 1.
       01  w-bec-his-largo pic 9(4) value zero.
       01  w-flag-bec-his-corte pic 9 value zero.
       01  w-sel-status pic xx value "00".
       01  w-tabla-sel.
           03 w-sel-entry OCCURS 200 TIMES INDEXED BY w-sel-idx.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "FECHA: ".
               05 dm-ses-fecha pic 9(8).
               05 filler pic x(1) value spaces.
               05 filler pic x(6) value "NOTA: ".
               05 dm-ses-nota pic z9.
               05 filler pic x(1) value spaces.
               05 dm-ses-marca pic x(8).
       01  w-flag-sort-fin pic 9 value zero.
       01  w-cont-rank pic 9(3) value zero.
       01  w-csv-linea pic x(920).
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "EXAMENES DE ALUM. BAJA..:".
               05 t-tot-exbaja pic zzzz9.
       01  detalle-tot13.
           03  lin-dat-tot13.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "SIN CORRELATIVA APROBADA:".
               05 t-tot-sin-correl pic zzzz9.
       01  detalle-tot16.
           03  lin-dat-tot16.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "HIST. ACADEMICA ALTAS...:".
               05 t-tot-hac-altas pic zzzz9.
       01  detalle-tot17.
           03  lin-dat-tot17.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "HIST. ACADEMICA ACTUALIZ:".
               05 t-tot-hac-modif pic zzzz9.
       01  detalle-tot18.
           03  lin-dat-tot18.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "HIST. ACADEMICA DEPURADA:".
               05 t-tot-hac-bajas pic zzzz9.
       01  detalle-tot15.
           03  lin-dat-tot15.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "NOTAS RECTIFICADAS......:".
               05 t-tot-rectif pic zzzz9.
       01  cabecera-rct1.
           03  lin-titulo-rct.
               05 filler pic x(31) value spaces.
               05 filler pic x(18) value "NOTAS RECTIFICADAS".
               05 filler pic x(31) value spaces.
       01  cabecera-rct2.
           03  lin-titulo-rct-sub.
               05 filler pic x(2) value spaces.
               05 FILLER pic x(6) value "  ACTA".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(8) value "FECHA".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(3) value "MAT".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(6) value "ALUMNO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(3) value "ANT".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(3) value "NUE".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(12) value "AUTORIZACION".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(8) value "USUARIO".
               05 filler pic x(1) value spaces.
               05 FILLER pic x(8) value "RECTIF.".
               05 filler pic x(13) value spaces.
       01  detalle-rct.
           03  lin-dat-rct.
               05 filler pic x(2) value spaces.
               05 drct-acta pic zzzzz9.
               05 filler pic x(1) value spaces.
               05 drct-fecha pic 9(8).
               05 filler pic x(1) value spaces.
               05 drct-materia pic x(3).
               05 filler pic x(1) value spaces.
               05 drct-alumno pic x(6).
               05 filler pic x(2) value spaces.
               05 drct-nota-ant pic z9.
               05 filler pic x(2) value spaces.
               05 drct-nota-nue pic z9.
               05 filler pic x(1) value spaces.
               05 drct-autorizacion pic x(12).
               05 filler pic x(1) value spaces.
               05 drct-usuario pic x(8).
               05 filler pic x(1) value spaces.
               05 drct-fecha-proc pic 9(8).
               05 filler pic x(13) value spaces.
       01  detalle-rct-mot.
           03  lin-dat-rct-mot.
               05 filler pic x(10) value spaces.
               05 filler pic x(8) value "MOTIVO: ".
               05 drct-motivo pic x(30).
               05 filler pic x(32) value spaces.
       01  detalle-tot14.
           03  lin-dat-tot14.
               05 filler pic x(20) value spaces.
               05 filler pic x(26) value "NOTAS REEMPL. POR RECUP.:".
               05 t-tot-reemplazadas pic zzzz9.
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
       01  cabecera-prv1.
           03  lin-titulo-prv.
               05 filler pic x(22) value spaces.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "NOTA: ".
           03 cert-nota pic z9.
           03 filler pic x(2) value spaces.
           03 cert-marca pic x(15).
       01  cert-mat-prom.
           03 filler pic x(10) value spaces.
           03 filler pic x(18) value "PROMEDIO MATERIA: ".
           03 cert-prom-mat pic zz9,99.
       01  cert-his-titulo.
           03 filler pic x(5) value spaces.
           03 filler pic x(38)
              value "HISTORIA ACADEMICA DE OTROS PERIODOS".
       01  cert-his-sub.
           03 filler pic x(10) value spaces.
           03 filler pic x(9) value "PERIODO".
           03 filler pic x(24) value "MATERIA".
           03 filler pic x(8) value "PROMEDIO".
           03 filler pic x(10) value "CONDICION".
       01  cert-his-lin.
           03 filler pic x(10) value spaces.
           03 cert-his-per pic x(7).
           03 filler pic x(2) value spaces.
           03 cert-his-mat pic x(3).
           03 filler pic x(1) value spaces.
           03 cert-his-nom pic x(20).
           03 filler pic x(2) value spaces.
           03 cert-his-prom pic zz9,99.
           03 filler pic x(2) value spaces.
           03 cert-his-cond pic x(10).
       01  cert-his-vacia.
           03 filler pic x(10) value spaces.
           03 filler pic x(40)
              value "SIN REGISTROS EN PERIODOS ANTERIORES".
       01  cert-final.
           03 filler pic x(5) value spaces.
           03 filler pic x(18) value "PROMEDIO GENERAL: ".
       D00-ERRORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ALUMNOS, NOTAS,
               ACTAS, LISTADO, CSV-EXPORT, CERTIFICADOS,
               HISTORIA-NUEVA, TUTORIA, SIN-CORRELATIVA.
       D00-ERROR-ES.
           DISPLAY "ERROR DE ENTRADA-SALIDA EN ARCHIVO OBLIGATORIO. "
               "ESTADOS: ALU=" w-alu-status " NOT=" w-not-status
               " ACT=" w-act-status " LIS=" w-lis-status
               " CSV=" w-csv-status " CER=" w-cer-status
               " HIN=" w-histn-status " TUT=" w-tut-status
               " SCR=" w-scr-status.
           IF w-flag-en-error IS EQUAL ZERO
               MOVE 1 TO w-flag-en-error
               MOVE "ANORMAL" TO aud-estado
           PERFORM 885-IMPRIME-DISCREPANCIAS.
           PERFORM 886-IMPRIME-PROVISORIAS.
           PERFORM 887-IMPRIME-EX-BAJA.
           PERFORM 888-IMPRIME-SIN-CORRELATIVA.
           PERFORM 889-IMPRIME-RECTIFICADAS.
           PERFORM 890-IMPRIME-EXCEPCIONES.
           PERFORM 895-IMPRIME-SOL-SIN-ALU.
       880-FLUSH-EXCEPCIONES.
                   "alumnos dados de baja; ver la seccion EXAMENES "
                   "DE ALUMNOS DADOS DE BAJA."
           END-IF.
       888-IMPRIME-SIN-CORRELATIVA.
           IF w-cant-sincor IS GREATER THAN ZERO
               WRITE lis-reg FROM cabecera3 AFTER 2
               WRITE lis-reg FROM cabecera-sco1 AFTER 1
               WRITE lis-reg FROM cabecera-sco2 AFTER 1
               WRITE lis-reg FROM cabecera3 AFTER 1
               PERFORM VARYING w-sco-idx FROM 1 BY 1
                   UNTIL w-sco-idx > w-cant-sincor
                   MOVE w-sco-alumno(w-sco-idx) TO dsco-alumno
                   MOVE w-sco-materia(w-sco-idx) TO dsco-materia
                   MOVE w-sco-requisito(w-sco-idx) TO dsco-requisito
                   MOVE w-sco-origen(w-sco-idx) TO dsco-origen
                   MOVE w-sco-acta(w-sco-idx) TO dsco-acta
                   MOVE w-sco-fecha(w-sco-idx) TO dsco-fecha
                   MOVE w-sco-nota(w-sco-idx) TO dsco-nota
                   WRITE lis-reg FROM detalle-sco AFTER 1
               END-PERFORM
               DISPLAY "AVISO: hay " w-tot-sin-correl " examenes "
                   "rendidos sin la correlativa aprobada; ver la "
                   "seccion CURSADAS SIN CORRELATIVA APROBADA."
           END-IF.
       889-IMPRIME-RECTIFICADAS.
           IF w-cant-rectif IS GREATER THAN ZERO
               WRITE lis-reg FROM cabecera3 AFTER 2
               WRITE lis-reg FROM cabecera-rct1 AFTER 1
               WRITE lis-reg FROM cabecera-rct2 AFTER 1
               WRITE lis-reg FROM cabecera3 AFTER 1
               PERFORM VARYING w-rct-idx FROM 1 BY 1
                   UNTIL w-rct-idx > w-cant-rectif
                   MOVE w-rct-acta(w-rct-idx) TO drct-acta
                   MOVE w-rct-fecha-acta(w-rct-idx) TO drct-fecha
                   MOVE w-rct-materia(w-rct-idx) TO drct-materia
                   MOVE w-rct-alumno(w-rct-idx) TO drct-alumno
                   MOVE w-rct-nota-ant(w-rct-idx) TO drct-nota-ant
                   MOVE w-rct-nota-nue(w-rct-idx) TO drct-nota-nue
                   MOVE w-rct-autorizacion(w-rct-idx)
                       TO drct-autorizacion
                   MOVE w-rct-usuario(w-rct-idx) TO drct-usuario
                   MOVE w-rct-fecha-proc(w-rct-idx) TO drct-fecha-proc
                   WRITE lis-reg FROM detalle-rct AFTER 1
                   MOVE w-rct-motivo(w-rct-idx) TO drct-motivo
                   WRITE lis-reg FROM detalle-rct-mot AFTER 1
               END-PERFORM
           END-IF.
       890-IMPRIME-EXCEPCIONES.
           IF w-cant-excep IS GREATER THAN ZERO
               WRITE lis-reg FROM cabecera3 AFTER 2
           WRITE lis-reg FROM detalle-tot11 AFTER 1.
           MOVE w-cant-exbaja TO t-tot-exbaja.
           WRITE lis-reg FROM detalle-tot12 AFTER 1.
           MOVE w-tot-sin-correl TO t-tot-sin-correl.
           WRITE lis-reg FROM detalle-tot13 AFTER 1.
           MOVE w-tot-reemplazadas TO t-tot-reemplazadas.
           WRITE lis-reg FROM detalle-tot14 AFTER 1.
           MOVE w-tot-rectif TO t-tot-rectif.
           WRITE lis-reg FROM detalle-tot15 AFTER 1.
           MOVE w-tot-hac-altas TO t-tot-hac-altas.
           WRITE lis-reg FROM detalle-tot16 AFTER 1.
           MOVE w-tot-hac-modif TO t-tot-hac-modif.
           WRITE lis-reg FROM detalle-tot17 AFTER 1.
           MOVE w-tot-hac-bajas TO t-tot-hac-bajas.
           WRITE lis-reg FROM detalle-tot18 AFTER 1.
       875-IMPRIME-ESTADISTICAS.
           IF w-cant-estad IS GREATER THAN ZERO
               WRITE lis-reg FROM cabecera3 AFTER 2
                  w-bec-nom(w-bec-idx) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-bec-prom-ed DELIMITED BY SIZE
               INTO w-bec-linea
               WITH POINTER w-bec-ptr
           END-STRING.
           IF w-bec-det-largo(w-bec-idx) IS GREATER THAN ZERO
               STRING w-bec-det(w-bec-idx)
                          (1:w-bec-det-largo(w-bec-idx))
                          DELIMITED BY SIZE
                   INTO w-bec-linea
                   WITH POINTER w-bec-ptr
               END-STRING
           END-IF.
           STRING w-bec-his(w-bec-idx) DELIMITED BY SIZE
               INTO w-bec-linea
               WITH POINTER w-bec-ptr
           END-STRING.
           PERFORM 115-LEER-HISTORIA.
           PERFORM 116-LEER-BANDAS.
           PERFORM 117-LEER-MATERIAS.
           PERFORM 125-CARGAR-CORRELATIVAS.
           PERFORM 126-CARGAR-RECTIFICACIONES.
           PERFORM 128-ABRIR-HISTORIA-ACAD.
           PERFORM 118-LEER-SOLICITUDES.
           PERFORM 123-CARGAR-BAJAS.
           PERFORM 124-LEER-BECAS-CRIT.
                   "materias (estado " w-mst-status "); los nombres "
                   "de materia no se imprimiran."
           END-IF.
      ******************************************************************
      * Correlatividades vigentes (estado A o en blanco). Sin archivo
      * no se controla la cursada sin la correlativa aprobada.
      ******************************************************************
       125-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS
           IF w-crl-status IS EQUAL "00"
               PERFORM UNTIL w-flag-crl-fin IS EQUAL 1
                   READ CORRELATIVAS
                       AT END MOVE 1 TO w-flag-crl-fin
                       NOT AT END
                           IF crl-estado IS EQUAL "I"
                               CONTINUE
                           ELSE
                           IF w-cant-correl < 200
                               ADD 1 TO w-cant-correl
                               MOVE crl-materia TO
                                   w-crl-materia(w-cant-correl)
                               MOVE crl-requisito TO
                                   w-crl-requisito(w-cant-correl)
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
                   IF w-flag-crl-fin IS NOT EQUAL 1 AND
                           w-crl-status IS NOT EQUAL "00"
                       MOVE "CORRELATIVAS" TO w-err-archivo
                       MOVE w-crl-status TO w-err-status
                       PERFORM 985-ABEND-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE CORRELATIVAS
           ELSE
               DISPLAY "AVISO: no hay archivo de correlatividades; no "
                   "se controla la cursada sin la correlativa aprobada."
           END-IF.
      ******************************************************************
      * Rectificaciones de actas del periodo, tomadas del registro
      * permanente por la fecha del acta rectificada.
      ******************************************************************
       126-CARGAR-RECTIFICACIONES.
           OPEN INPUT LOG-RECTIF
           IF w-rct-status IS EQUAL "00"
               PERFORM UNTIL w-flag-rct-fin IS EQUAL 1
                   READ LOG-RECTIF
                       AT END MOVE 1 TO w-flag-rct-fin
                       NOT AT END
                           IF rct-fecha-acta IS NOT LESS THAN
                                   w-per-desde AND
                                   rct-fecha-acta IS NOT GREATER THAN
                                   w-per-hasta
                               PERFORM 127-GUARDAR-RECTIFICACION
                           END-IF
                   END-READ
                   IF w-flag-rct-fin IS NOT EQUAL 1 AND
                           w-rct-status IS NOT EQUAL "00"
                       MOVE "LOG-RECTIF" TO w-err-archivo
                       MOVE w-rct-status TO w-err-status
                       PERFORM 985-ABEND-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE LOG-RECTIF
           END-IF.
       127-GUARDAR-RECTIFICACION.
           ADD 1 TO w-tot-rectif.
           IF w-cant-rectif < 200
               ADD 1 TO w-cant-rectif
               MOVE rct-acta TO w-rct-acta(w-cant-rectif)
               MOVE rct-fecha-acta TO w-rct-fecha-acta(w-cant-rectif)
               MOVE rct-materia TO w-rct-materia(w-cant-rectif)
               MOVE rct-alumno TO w-rct-alumno(w-cant-rectif)
               MOVE rct-nota-ant TO w-rct-nota-ant(w-cant-rectif)
               MOVE rct-nota-nue TO w-rct-nota-nue(w-cant-rectif)
               MOVE rct-autorizacion
                   TO w-rct-autorizacion(w-cant-rectif)
               MOVE rct-usuario TO w-rct-usuario(w-cant-rectif)
               MOVE rct-fecha-proc TO w-rct-fecha-proc(w-cant-rectif)
               MOVE rct-motivo TO w-rct-motivo(w-cant-rectif)
           ELSE
               IF w-flag-rct-lleno IS NOT EQUAL 1
                   MOVE 1 TO w-flag-rct-lleno
                   DISPLAY "AVISO: se alcanzo el limite de 200 notas "
                       "rectificadas en el periodo; la seccion NOTAS "
                       "RECTIFICADAS no lista a todas."
               END-IF
           END-IF.
      ******************************************************************
      * La historia academica se crea vacia la primera vez.
      ******************************************************************
       128-ABRIR-HISTORIA-ACAD.
           OPEN I-O HISTORIA-ACAD.
           IF w-hac-status IS NOT EQUAL "00" AND
                   w-hac-status IS NOT EQUAL "05"
               MOVE "HISTORIA-ACA" TO w-err-archivo
               MOVE w-hac-status TO w-err-status
               PERFORM 985-ABEND-ARCHIVO
           END-IF.
       118-LEER-SOLICITUDES.
           OPEN INPUT SOLICITUDES
           IF w-sol-status IS EQUAL "00"
           IF w-flag-modo-sel IS NOT EQUAL 1
               IF w-flag-restart IS EQUAL 1
                   OPEN EXTEND TUTORIA
                   OPEN EXTEND SIN-CORRELATIVA
               ELSE
                   OPEN OUTPUT TUTORIA
                   OPEN OUTPUT SIN-CORRELATIVA
               END-IF
           END-IF.
       130-INICIAR-VARIABLES.
           ELSE
               MOVE act1-estado TO w-act-actual-estado
           END-IF.
           IF act1-recupera IS NUMERIC
               MOVE act1-recupera TO w-act-actual-recupera
           ELSE
               MOVE ZERO TO w-act-actual-recupera
           END-IF.
           MOVE ZERO TO w-act-cant-det.
       428-CONTROL-ACTA-VACIA.
           IF w-act-actual-acta IS NOT EQUAL ZERO AND
               move not-nota to w-nota-actual
               move not-acta to w-acta-actual
               move not-fecha to w-fecha-actual
               move "NOTAS" to w-origen-actual
               move zero to w-recupera-actual
               PERFORM 605-GUARDAR-NOTA-ALU
               PERFORM 660-BUSCAR-MATERIA
               PERFORM 320-LEER-NOTAS
                           move act2-nota to w-nota-actual
                           move w-act-actual-acta to w-acta-actual
                           move w-act-actual-fecha to w-fecha-actual
                           move "ACTA" to w-origen-actual
                           move w-act-actual-recupera
                               to w-recupera-actual
                           PERFORM 660-BUSCAR-MATERIA
                       END-IF
                   END-IF
               IF w-na-nota(w-na-idx-enc) IS NOT EQUAL act2-nota
                   PERFORM 626-GUARDAR-DISCREPANCIA
               END-IF
               IF w-act-actual-recupera IS NOT EQUAL ZERO
                   PERFORM 627-MARCAR-RECUP-CONCILIADA
               END-IF
           END-IF.
      ******************************************************************
      * La nota ya se tomo de NOTAS; si el acta es un recuperatorio la
      * sesion registrada hereda el acta que recupera.
      ******************************************************************
       627-MARCAR-RECUP-CONCILIADA.
           PERFORM VARYING w-mat-idx FROM 1 BY 1
               UNTIL w-mat-idx > w-cant-materias
               IF w-mat-cod(w-mat-idx) IS EQUAL w-act-actual-materia
                   PERFORM VARYING w-mat-ses-idx FROM 1 BY 1
                       UNTIL w-mat-ses-idx > w-mat-cant-ses(w-mat-idx)
                       IF w-mat-ses-acta(w-mat-idx w-mat-ses-idx)
                               IS EQUAL w-act-actual-acta
                           MOVE w-act-actual-recupera TO
                               w-mat-ses-recupera(w-mat-idx
                                   w-mat-ses-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       628-GUARDAR-PROVISORIA.
           ADD 1 TO w-tot-provisorias.
           IF w-cant-prov < 200
                       w-mat-ses-fecha(w-mat-idx-enc w-mat-ses-idx)
                   move w-nota-actual to
                       w-mat-ses-nota(w-mat-idx-enc w-mat-ses-idx)
                   move w-origen-actual to
                       w-mat-ses-origen(w-mat-idx-enc w-mat-ses-idx)
                   move w-recupera-actual to
                       w-mat-ses-recupera(w-mat-idx-enc w-mat-ses-idx)
                   move space to
                       w-mat-ses-marca(w-mat-idx-enc w-mat-ses-idx)
               ELSE
                   IF w-flag-ses-lleno IS NOT EQUAL 1
                       MOVE 1 TO w-flag-ses-lleno
       630-FIN-ALU.
           compute w-cont-not-alu=w-cont-not+w-cont-acta.
           compute w-nota-final= w-notas-alu+w-notas-acta.
           PERFORM 644-APLICAR-RECUPERATORIOS.
           PERFORM 640-CALCULO-PROMEDIO.
           PERFORM 645-CALCULO-PROMEDIO-MATERIAS.
           PERFORM 646-ACUMULA-ESTAD-ALU.
           END-IF.
           IF w-flag-alu-seleccionado IS EQUAL 1
               PERFORM 650-ARMO-LINEA
               IF w-flag-omitir-salida IS NOT EQUAL 1
                   PERFORM 647-CONTROL-CORRELATIVAS
               END-IF
           END-IF.
           IF w-cant-sol IS GREATER THAN ZERO
               PERFORM 675-BUSCAR-SOLICITUD
       640-CALCULO-PROMEDIO.
           IF w-cont-not-alu IS NOT EQUAL ZERO
               COMPUTE w-promedio= w-nota-final/ w-cont-not-alu.
      ******************************************************************
      * Un recuperatorio reemplaza a la nota desaprobada del acta que
      * recupera (misma materia, fecha anterior): la original sale del
      * promedio de la materia y del general pero sigue listandose,
      * marcada como reemplazada. Si el alumno no tiene nota en el acta
      * recuperada, o la aprobo, el recuperatorio cuenta como una nota
      * mas.
      ******************************************************************
       644-APLICAR-RECUPERATORIOS.
           PERFORM VARYING w-mat-idx FROM 1 BY 1
               UNTIL w-mat-idx > w-cant-materias
               MOVE w-mat-cod(w-mat-idx) TO w-ban-busca
               PERFORM 669-BUSCAR-BANDA
               PERFORM VARYING w-mat-ses-idx FROM 1 BY 1
                   UNTIL w-mat-ses-idx > w-mat-cant-ses(w-mat-idx)
                   IF w-mat-ses-recupera(w-mat-idx w-mat-ses-idx)
                           IS NOT EQUAL ZERO
                       PERFORM 649-REEMPLAZAR-ORIGINAL
                   END-IF
               END-PERFORM
           END-PERFORM.
       649-REEMPLAZAR-ORIGINAL.
           MOVE ZERO TO w-ses-orig-enc.
           PERFORM VARYING w-ses-i FROM 1 BY 1
               UNTIL w-ses-i > w-mat-cant-ses(w-mat-idx)
               IF w-ses-orig-enc IS EQUAL ZERO AND
                       w-mat-ses-acta(w-mat-idx w-ses-i) IS EQUAL
                       w-mat-ses-recupera(w-mat-idx w-mat-ses-idx) AND
                       w-mat-ses-marca(w-mat-idx w-ses-i)
                           IS NOT EQUAL "R" AND
                       w-mat-ses-fecha(w-mat-idx w-ses-i)
                           IS NOT GREATER THAN
                       w-mat-ses-fecha(w-mat-idx w-mat-ses-idx) AND
                       w-mat-ses-nota(w-mat-idx w-ses-i)
                           IS LESS THAN w-ban-aprob-sal
                   MOVE w-ses-i TO w-ses-orig-enc
               END-IF
           END-PERFORM.
           IF w-ses-orig-enc IS NOT EQUAL ZERO
               MOVE "R" TO w-mat-ses-marca(w-mat-idx w-ses-orig-enc)
               MOVE "P" TO w-mat-ses-marca(w-mat-idx w-mat-ses-idx)
               SUBTRACT w-mat-ses-nota(w-mat-idx w-ses-orig-enc)
                   FROM w-mat-suma(w-mat-idx)
               SUBTRACT 1 FROM w-mat-cont(w-mat-idx)
               SUBTRACT w-mat-ses-nota(w-mat-idx w-ses-orig-enc)
                   FROM w-nota-final
               SUBTRACT 1 FROM w-cont-not-alu
               ADD 1 TO w-tot-reemplazadas
           END-IF.
       645-CALCULO-PROMEDIO-MATERIAS.
           PERFORM VARYING w-mat-idx FROM 1 BY 1
               UNTIL w-mat-idx > w-cant-materias
               END-IF
           END-PERFORM.

      ******************************************************************
      * Cada sesion de una materia cuya correlativa no figura aprobada
      * se informa en la seccion CURSADAS SIN CORRELATIVA APROBADA y en
      * el extracto para bedelia.
      ******************************************************************
       647-CONTROL-CORRELATIVAS.
           PERFORM VARYING w-mat-idx FROM 1 BY 1
               UNTIL w-mat-idx > w-cant-materias
               PERFORM VARYING w-crl-idx FROM 1 BY 1
                   UNTIL w-crl-idx > w-cant-correl
                   IF w-crl-materia(w-crl-idx) IS EQUAL
                           w-mat-cod(w-mat-idx)
                       PERFORM 652-BUSCAR-REQUISITO
                       IF w-flag-req-aprob IS NOT EQUAL 1
                           PERFORM VARYING w-mat-ses-idx FROM 1 BY 1
                               UNTIL w-mat-ses-idx >
                                   w-mat-cant-ses(w-mat-idx)
                               PERFORM 653-GUARDAR-SIN-CORREL
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       652-BUSCAR-REQUISITO.
           MOVE ZERO TO w-flag-req-aprob.
           PERFORM VARYING w-req-i FROM 1 BY 1
               UNTIL w-req-i > w-cant-materias
               IF w-mat-cod(w-req-i) IS EQUAL
                       w-crl-requisito(w-crl-idx) AND
                       w-mat-condicion(w-req-i) IS EQUAL "PROMOCIONA"
                   MOVE 1 TO w-flag-req-aprob
               END-IF
           END-PERFORM.
           IF w-flag-req-aprob IS NOT EQUAL 1
               MOVE w-crl-requisito(w-crl-idx) TO w-hac-mat-busca
               PERFORM 654-BUSCAR-REQ-HISTORIA
           END-IF.
      ******************************************************************
      * La materia requerida tambien cuenta como aprobada si figura
      * promocionada o aprobada por final en la historia academica
      * de otro periodo, o aprobada por final (origen F, grabada por
      * mesasFinal) en el periodo actual. Los demas registros del
      * periodo actual se evaluan desde la tabla de materias.
      ******************************************************************
       654-BUSCAR-REQ-HISTORIA.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE w-hac-mat-busca TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           PERFORM 691-POSICIONAR-HISTORIA-ACAD.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1 OR
                   hac-materia IS NOT EQUAL w-hac-mat-busca
               IF (hac-periodo IS NOT EQUAL w-per-cod OR
                        hac-origen IS EQUAL "F") AND
                       (hac-condicion IS EQUAL "PROMOCIONA" OR
                        hac-condicion IS EQUAL "APROBADA")
                   MOVE 1 TO w-flag-req-aprob
               END-IF
               PERFORM 692-LEER-HISTORIA-ACAD
           END-PERFORM.
       653-GUARDAR-SIN-CORREL.
           ADD 1 TO w-tot-sin-correl.
           IF w-flag-modo-sel IS NOT EQUAL 1
               MOVE w-alu-ant-alfa TO scr-alumno
               MOVE w-nom-ant TO scr-nombre
               MOVE w-carr-ant TO scr-carrera
               MOVE w-mat-cod(w-mat-idx) TO scr-materia
               MOVE w-crl-requisito(w-crl-idx) TO scr-requisito
               MOVE w-mat-ses-origen(w-mat-idx w-mat-ses-idx)
                   TO scr-origen
               MOVE w-mat-ses-acta(w-mat-idx w-mat-ses-idx)
                   TO scr-acta
               MOVE w-mat-ses-fecha(w-mat-idx w-mat-ses-idx)
                   TO scr-fecha
               MOVE w-mat-ses-nota(w-mat-idx w-mat-ses-idx)
                   TO scr-nota
               MOVE w-per-cod TO scr-periodo
               WRITE scr-reg
           END-IF.
           IF w-cant-sincor < 200
               ADD 1 TO w-cant-sincor
               MOVE w-alu-ant-alfa TO w-sco-alumno(w-cant-sincor)
               MOVE w-mat-cod(w-mat-idx) TO w-sco-materia(w-cant-sincor)
               MOVE w-crl-requisito(w-crl-idx)
                   TO w-sco-requisito(w-cant-sincor)
               MOVE w-mat-ses-origen(w-mat-idx w-mat-ses-idx)
                   TO w-sco-origen(w-cant-sincor)
               MOVE w-mat-ses-acta(w-mat-idx w-mat-ses-idx)
                   TO w-sco-acta(w-cant-sincor)
               MOVE w-mat-ses-fecha(w-mat-idx w-mat-ses-idx)
                   TO w-sco-fecha(w-cant-sincor)
               MOVE w-mat-ses-nota(w-mat-idx w-mat-ses-idx)
                   TO w-sco-nota(w-cant-sincor)
           ELSE
               IF w-flag-sco-lleno IS NOT EQUAL 1
                   MOVE 1 TO w-flag-sco-lleno
                   DISPLAY "AVISO: se alcanzo el limite de 200 "
                       "examenes sin correlativa aprobada; la seccion "
                       "no lista a todos los que corresponden. El "
                       "extracto sinCorrelativa.dat esta completo."
               END-IF
           END-IF.
       650-ARMO-LINEA.
           IF w-cont-not-alu IS EQUAL ZERO
               PERFORM 655-GUARDAR-SIN-NOTAS
               PERFORM 699-DEPURAR-HISTORIA-ACAD
           ELSE
               IF w-flag-omitir-salida IS NOT EQUAL 1
                   MOVE w-alu-ant-alfa TO l-alu
                           MOVE
                               w-mat-ses-fecha(w-mat-idx w-mat-ses-idx)
                               TO dm-ses-fecha
                           MOVE w-mat-ses-nota(w-mat-idx w-mat-ses-idx)
                               TO dm-ses-nota
                           IF w-mat-ses-marca(w-mat-idx w-mat-ses-idx)
                                   IS EQUAL "R"
                               MOVE "REEMPL." TO dm-ses-marca
                           ELSE
                               IF w-mat-ses-marca(w-mat-idx
                                       w-mat-ses-idx) IS EQUAL "P"
                                   MOVE "RECUP." TO dm-ses-marca
                               ELSE
                                   MOVE SPACES TO dm-ses-marca
                               END-IF
                           END-IF
                           WRITE lis-reg FROM detalle-materia-sesion
                               AFTER 1
                       END-PERFORM
               END-IF
               WRITE cer-reg FROM cert-final AFTER 2
           END-IF.
           PERFORM 686-ARMO-CERT-HISTORIA.
           WRITE cer-reg FROM cert-firma1 AFTER 6.
           WRITE cer-reg FROM cert-firma2 AFTER 1.
           WRITE cer-reg FROM cert-firma3 AFTER 1.
                   TO cert-fecha
               MOVE w-mat-ses-nota(w-mat-idx w-mat-ses-idx)
                   TO cert-nota
               IF w-mat-ses-marca(w-mat-idx w-mat-ses-idx) IS EQUAL "R"
                   MOVE "(REEMPLAZADA)" TO cert-marca
               ELSE
                   IF w-mat-ses-marca(w-mat-idx w-mat-ses-idx)
                           IS EQUAL "P"
                       MOVE "RECUPERATORIO" TO cert-marca
                   ELSE
                       MOVE SPACES TO cert-marca
                   END-IF
               END-IF
               WRITE cer-reg FROM cert-nota-lin AFTER 1
           END-PERFORM.
           MOVE w-mat-promedio(w-mat-idx) TO cert-prom-mat.
           WRITE cer-reg FROM cert-mat-prom AFTER 1.

      ******************************************************************
      * Registro multi-periodo del certificado: todas las materias de
      * la historia academica de periodos distintos al de la corrida.
      ******************************************************************
       686-ARMO-CERT-HISTORIA.
           WRITE cer-reg FROM cert-his-titulo AFTER 3.
           WRITE cer-reg FROM cert-his-sub AFTER 1.
           MOVE ZERO TO w-flag-hac-alguno.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE LOW-VALUES TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           PERFORM 691-POSICIONAR-HISTORIA-ACAD.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               IF hac-periodo IS NOT EQUAL w-per-cod
                   MOVE 1 TO w-flag-hac-alguno
                   MOVE hac-periodo TO cert-his-per
                   MOVE hac-materia TO cert-his-mat
                   MOVE hac-materia TO w-mst-busca
                   PERFORM 667-BUSCAR-MAESTRO-MAT
                   MOVE w-mst-nom-sal TO cert-his-nom
                   MOVE hac-promedio TO cert-his-prom
                   MOVE hac-condicion TO cert-his-cond
                   WRITE cer-reg FROM cert-his-lin AFTER 1
               END-IF
               PERFORM 692-LEER-HISTORIA-ACAD
           END-PERFORM.
           IF w-flag-hac-alguno IS NOT EQUAL 1
               WRITE cer-reg FROM cert-his-vacia AFTER 1
           END-IF.

       658-EXTRACTO-TUTORIA.
           IF w-flag-modo-sel IS NOT EQUAL 1 AND
                   (w-promedio IS LESS THAN w-nota-aprob OR
                   w-cant-recursa IS NOT GREATER THAN
                       w-bec-max-recursa
               PERFORM 662-ARMAR-DETALLE-BECA
               PERFORM 666-ARMAR-HISTORIA-BECA
               PERFORM 663-INSERTAR-CANDIDATO
           END-IF.
       662-ARMAR-DETALLE-BECA.
                   WITH POINTER w-bec-det-ptr
               END-STRING
           END-PERFORM.
           COMPUTE w-bec-det-aux-largo = w-bec-det-ptr - 1.
       666-ARMAR-HISTORIA-BECA.
           MOVE SPACES TO w-bec-his-aux.
           MOVE 1 TO w-bec-his-ptr.
           MOVE ZERO TO w-flag-bec-his-corte.
           STRING ";HISTORIA" DELIMITED BY SIZE
               INTO w-bec-his-aux
               WITH POINTER w-bec-his-ptr
           END-STRING.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE LOW-VALUES TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           PERFORM 691-POSICIONAR-HISTORIA-ACAD.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               IF hac-periodo IS NOT EQUAL w-per-cod AND
                       w-flag-bec-his-corte IS NOT EQUAL 1
                   PERFORM 668-AGREGAR-ITEM-HISTORIA
               END-IF
               PERFORM 692-LEER-HISTORIA-ACAD
           END-PERFORM.
           IF w-flag-bec-his-corte IS EQUAL 1
               STRING ";TRUNCADA" DELIMITED BY SIZE
                   INTO w-bec-his-aux
                   WITH POINTER w-bec-his-ptr
               END-STRING
               DISPLAY "AVISO: se alcanzo el limite de 600 posiciones "
                   "de historia en becasExt para el alumno "
                   w-alu-ant-alfa "; la linea se marca TRUNCADA."
           END-IF.
      ******************************************************************
      * Cada materia-periodo entra completa en la historia o no entra:
      * se reservan 9 posiciones para la marca ;TRUNCADA.
      ******************************************************************
       668-AGREGAR-ITEM-HISTORIA.
           MOVE hac-promedio TO w-bec-prom-ed.
           MOVE SPACES TO w-bec-his-item.
           MOVE 1 TO w-bec-his-item-ptr.
           STRING ";" DELIMITED BY SIZE
                  hac-periodo DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  hac-materia DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  w-bec-prom-ed DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  hac-condicion DELIMITED BY SIZE
               INTO w-bec-his-item
               WITH POINTER w-bec-his-item-ptr
           END-STRING.
           COMPUTE w-bec-his-largo = w-bec-his-item-ptr - 1.
           IF w-bec-his-ptr + w-bec-his-largo IS GREATER THAN 592
               MOVE 1 TO w-flag-bec-his-corte
           ELSE
               STRING w-bec-his-item(1:w-bec-his-largo)
                          DELIMITED BY SIZE
                   INTO w-bec-his-aux
                   WITH POINTER w-bec-his-ptr
                   ON OVERFLOW MOVE 1 TO w-flag-bec-his-corte
               END-STRING
           END-IF.
       663-INSERTAR-CANDIDATO.
           MOVE 1 TO w-bec-ins-pos.
           PERFORM UNTIL w-bec-ins-pos > w-cant-bec OR
               MOVE w-nom-ant TO w-bec-nom(w-bec-ins-pos)
               MOVE w-promedio TO w-bec-prom(w-bec-ins-pos)
               MOVE w-bec-det-aux TO w-bec-det(w-bec-ins-pos)
               MOVE w-bec-det-aux-largo
                   TO w-bec-det-largo(w-bec-ins-pos)
               MOVE w-bec-his-aux TO w-bec-his(w-bec-ins-pos)
           END-IF.
       664-AVISO-BECA-LLENO.
           IF w-flag-bec-lleno IS NOT EQUAL 1
           MOVE w-promedio TO hist-nueva-prom.
           MOVE w-per-cod TO hist-nueva-per.
           WRITE hist-nueva-reg.
           PERFORM 699-DEPURAR-HISTORIA-ACAD.
           PERFORM VARYING w-mat-idx FROM 1 BY 1
               UNTIL w-mat-idx > w-cant-materias
               PERFORM 698-GRABAR-HISTORIA-ACAD
           END-PERFORM.
      ******************************************************************
      * Alta o actualizacion por alumno + materia + periodo: repetir la
      * corrida reemplaza el registro del periodo, nunca lo duplica.
      ******************************************************************
       698-GRABAR-HISTORIA-ACAD.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE w-mat-cod(w-mat-idx) TO hac-materia.
           MOVE w-per-cod TO hac-periodo.
           READ HISTORIA-ACAD
               INVALID KEY
                   MOVE ZERO TO w-flag-hac-mat
               NOT INVALID KEY
                   MOVE 1 TO w-flag-hac-mat
           END-READ.
           IF w-flag-hac-mat IS NOT EQUAL 1
               MOVE ZERO TO hac-nota-final
               MOVE ZERO TO hac-fecha-final
               MOVE ZERO TO hac-cant-mesas
               MOVE ZERO TO hac-ult-mesa
           END-IF.
           IF w-flag-hac-mat IS NOT EQUAL 1 OR
                   (hac-origen IS NOT EQUAL "F" AND
                    hac-origen IS NOT EQUAL "V")
               PERFORM 696-ACTUALIZAR-HISTORIA-ACAD
           END-IF.
       696-ACTUALIZAR-HISTORIA-ACAD.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE w-mat-cod(w-mat-idx) TO hac-materia.
           MOVE w-per-cod TO hac-periodo.
           MOVE w-mat-promedio(w-mat-idx) TO hac-promedio.
           MOVE w-mat-condicion(w-mat-idx) TO hac-condicion.
           MOVE w-mat-cont(w-mat-idx) TO hac-cant-notas.
           MOVE w-mat-ult-acta(w-mat-idx) TO hac-ult-acta.
           MOVE w-mat-ult-fecha(w-mat-idx) TO hac-ult-fecha.
           MOVE w-fecha-hoy TO hac-fecha-proc.
           MOVE "C" TO hac-origen.
           IF w-flag-hac-mat IS EQUAL 1
               REWRITE hac-reg
               ADD 1 TO w-tot-hac-modif
           ELSE
               WRITE hac-reg
               ADD 1 TO w-tot-hac-altas
           END-IF.
           IF w-hac-status IS NOT EQUAL "00"
               MOVE "HISTORIA-ACA" TO w-err-archivo
               MOVE w-hac-status TO w-err-status
               PERFORM 985-ABEND-ARCHIVO
           END-IF.
      ******************************************************************
      * Una materia del periodo grabada en una corrida anterior que ya
      * no tiene notas (por ejemplo, acta anulada) se borra.
      ******************************************************************
       699-DEPURAR-HISTORIA-ACAD.
           MOVE w-alu-ant-alfa TO hac-alumno.
           MOVE LOW-VALUES TO hac-materia.
           MOVE LOW-VALUES TO hac-periodo.
           PERFORM 691-POSICIONAR-HISTORIA-ACAD.
           PERFORM UNTIL w-flag-hac-fin IS EQUAL 1
               IF hac-periodo IS EQUAL w-per-cod AND
                       hac-origen IS NOT EQUAL "F" AND
                       hac-origen IS NOT EQUAL "V"
                   MOVE ZERO TO w-flag-hac-mat
                   PERFORM VARYING w-hac-i FROM 1 BY 1
                       UNTIL w-hac-i > w-cant-materias
                       IF w-mat-cod(w-hac-i) IS EQUAL hac-materia
                           MOVE 1 TO w-flag-hac-mat
                       END-IF
                   END-PERFORM
                   IF w-flag-hac-mat IS NOT EQUAL 1
                       DELETE HISTORIA-ACAD RECORD
                       IF w-hac-status IS NOT EQUAL "00"
                           MOVE "HISTORIA-ACA" TO w-err-archivo
                           MOVE w-hac-status TO w-err-status
                           PERFORM 985-ABEND-ARCHIVO
                       END-IF
                       ADD 1 TO w-tot-hac-bajas
                   END-IF
               END-IF
               PERFORM 692-LEER-HISTORIA-ACAD
           END-PERFORM.
      ******************************************************************
      * Recorrido de la historia academica de un alumno: se posiciona
      * en la clave armada en hac-clave y lee hasta cambiar de alumno.
      ******************************************************************
       691-POSICIONAR-HISTORIA-ACAD.
           MOVE ZERO TO w-flag-hac-fin.
           START HISTORIA-ACAD KEY IS NOT LESS THAN hac-clave
               INVALID KEY MOVE 1 TO w-flag-hac-fin
           END-START.
           IF w-flag-hac-fin IS NOT EQUAL 1
               PERFORM 692-LEER-HISTORIA-ACAD
           END-IF.
       692-LEER-HISTORIA-ACAD.
           READ HISTORIA-ACAD NEXT RECORD
               AT END MOVE 1 TO w-flag-hac-fin
           END-READ.
           IF w-flag-hac-fin IS NOT EQUAL 1
               IF w-hac-status IS NOT EQUAL "00" AND
                       w-hac-status IS NOT EQUAL "02"
                   MOVE "HISTORIA-ACA" TO w-err-archivo
                   MOVE w-hac-status TO w-err-status
                   PERFORM 985-ABEND-ARCHIVO
               END-IF
               IF hac-alumno IS NOT EQUAL w-alu-ant-alfa
                   MOVE 1 TO w-flag-hac-fin
               END-IF
           END-IF.

       665-ESCRIBIR-CSV.
           MOVE SPACES TO w-csv-linea
           CLOSE CERTIFICADOS.
           IF w-flag-modo-sel IS NOT EQUAL 1
               CLOSE TUTORIA
               CLOSE SIN-CORRELATIVA
           END-IF.
           IF w-flag-becas IS EQUAL 1
               CLOSE BECAS-EXT
           OPEN OUTPUT CHECKPOINT.
           CLOSE CHECKPOINT.
           CLOSE HISTORIA-NUEVA.
           CLOSE HISTORIA-ACAD.
      ******************************************************************
      * Balanceo contra el registro de control de la edicion: lo que
      * se leyo de cada archivo *Val debe coincidir con lo que la
