      *               NOTAS:   acta(6) + alumno(6) + materia(3)
      *               ACTAS:   cabecera: acta(6) / detalle: alumno(9)
      *   cor-campo   CODIGO NOMBRE ACTA FECHA ALUMNO MATERIA NOTA
      *               ESTADO RECUPERA (solo cabeceras de acta)
      *               CARRERA COHORTE (solo alumnos)
      *   cor-valor   valor corregido, alineado a la izquierda
      ******************************************************************
           03 act-val1-fecha pic 9(8).
           03 act-val1-materia pic x(3).
           03 act-val1-estado pic x(1).
           03 act-val1-recupera pic 9(6).
       01  act-val2-registro.
           03 act-val2-tipo-reg pic x.
           03 act-val2-alumno pic x(9).
       01  nvan-reg pic x(25).

       FD  ACTAS-VAL-NUE.
       01  cvan-reg pic x(25).

       FD  RECHAZOS-PEND-NUE.
       01  pnn-reg.
               05 w-cde-fecha pic 9(8).
               05 w-cde-materia pic x(3).
               05 w-cde-estado pic x(1).
               05 w-cde-recupera pic x(6).
       01  w-cant-cde pic 9(3) value zero.
       01  w-cde-ptr pic 9(3) value 1.
       01  w-tabla-cca.
           03 w-cca-entry OCCURS 50 TIMES INDEXED BY w-cca-idx.
               05 w-cca-reg pic x(25).
               05 w-cca-emitida pic 9.
       01  w-cant-cca pic 9(3) value zero.
       01  w-ins-pos pic 9(3) value zero.
       01  w-busca-i pic 9(3) value zero.
       01  w-ins-j pic 9(3) value zero.
       01  w-act-emitida pic 9(6) value zero.
       01  w-file-cab pic x(25) value spaces.
       01  w-file-acta pic 9(6) value zero.
       01  w-cab-salida.
           03 w-cab-sal-tipo pic x value "1".
           03 w-cab-sal-fecha pic 9(8).
           03 w-cab-sal-materia pic x(3).
           03 w-cab-sal-estado pic x(1) value "C".
           03 w-cab-sal-recupera pic x(6) value "000000".
       01  w-tot-rech-leidos pic 9(5) value zero.
       01  w-tot-pend-leidos pic 9(5) value zero.
       01  w-tot-cor-leidas pic 9(5) value zero.
                           MOVE cor-valor(1:1)
                               TO w-rch-registro(w-rch-idx-enc)(19:1)
                       ELSE
                           IF cor-campo IS EQUAL "RECUPERA"
                               MOVE cor-valor(1:6)
                                 TO w-rch-registro(w-rch-idx-enc)(20:6)
                           ELSE
                               MOVE "CAMPO INVALIDO" TO w-motivo
                           END-IF
                       END-IF
                   END-IF
               END-IF
                               IS NOT EQUAL "N"
                       MOVE "ESTADO DE ACTA INVALIDO" TO w-motivo
                   END-IF
                   IF w-rch-registro(w-rch-idx-enc)(20:6)
                           IS EQUAL SPACES
                       MOVE "000000"
                           TO w-rch-registro(w-rch-idx-enc)(20:6)
                   END-IF
                   IF w-motivo IS EQUAL SPACES AND
                           w-rch-registro(w-rch-idx-enc)(20:6)
                               IS NOT NUMERIC
                       MOVE "ACTA RECUPERADA INVALIDA" TO w-motivo
                   END-IF
                   IF w-motivo IS EQUAL SPACES AND
                           w-rch-registro(w-rch-idx-enc)(20:6)
                               IS EQUAL
                           w-rch-registro(w-rch-idx-enc)(2:6)
                       MOVE "RECUPERATORIO DE SI MISMA" TO w-motivo
                   END-IF
               ELSE
                   MOVE w-rch-registro(w-rch-idx-enc)(11:2)
                       TO w-nota-alfa
                       TO w-rch-registro(w-rch-idx)(30:3)
                   MOVE w-rch-registro(w-busca-i)(19:1)
                       TO w-rch-registro(w-rch-idx)(34:1)
                   MOVE w-rch-registro(w-busca-i)(20:6)
                       TO w-rch-registro(w-rch-idx)(35:6)
               END-IF
           END-PERFORM.

           IF w-rch-registro(w-rch-idx)(1:1) IS EQUAL "1"
               IF w-cant-cca < 50
                   ADD 1 TO w-cant-cca
                   MOVE w-rch-registro(w-rch-idx)(1:25)
                       TO w-cca-reg(w-cant-cca)
                   MOVE ZERO TO w-cca-emitida(w-cant-cca)
               ELSE
                       MOVE w-rch-registro(w-rch-idx)(34:1)
                           TO w-cde-estado(w-ins-pos)
                   END-IF
                   IF w-rch-registro(w-rch-idx)(35:6) IS NUMERIC
                       MOVE w-rch-registro(w-rch-idx)(35:6)
                           TO w-cde-recupera(w-ins-pos)
                   ELSE
                       MOVE "000000" TO w-cde-recupera(w-ins-pos)
                   END-IF
                   ADD 1 TO w-cant-cde
               ELSE
                   PERFORM 440-REIN-LLENA
               MOVE w-cde-fecha(w-cde-ptr) TO w-cab-sal-fecha
               MOVE w-cde-materia(w-cde-ptr) TO w-cab-sal-materia
               MOVE w-cde-estado(w-cde-ptr) TO w-cab-sal-estado
               MOVE w-cde-recupera(w-cde-ptr) TO w-cab-sal-recupera
               WRITE cvan-reg FROM w-cab-salida
               ADD 1 TO w-tot-rein-act
               ADD 1 TO w-tot-gra-act
