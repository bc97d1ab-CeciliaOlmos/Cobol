       DATA DIVISION.
       FILE SECTION.
       FD  NOVED-SUC1.
       01  suc1-reg pic x(40).

       FD  NOVED-SUC2.
       01  suc2-reg pic x(40).

       FD  NOVED-SUC3.
       01  suc3-reg pic x(40).

       FD  NOVED-SUC4.
       01  suc4-reg pic x(40).

       FD  NOVED-SUC5.
       01  suc5-reg pic x(40).

       FD  NOVED-CORR.
       01  corr-reg pic x(42).

       FD  NOVED-CONSOL.
       01  nov-con-reg.
           03 nov-con-importe pic s9(7)v99.
           03 nov-con-destino pic 9(4).
           03 nov-con-sucursal pic 9(2).
           03 nov-con-concepto pic x(2).

       FD  CONSOL-CTL.
       01  ctl-linea pic x(80).
           03 srt-nombre pic x(20).
           03 srt-importe pic s9(7)v99.
           03 srt-destino pic 9(4).
           03 srt-concepto pic x(2).

       FD  PARAMETROS.
       01  param-reg.
       01  w-corr-trab.
           03 w-corr-novedad pic x(38).
           03 w-corr-sucursal pic x(2).
           03 w-corr-concepto pic x(2).
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-total-grabados pic s9(11)v99 value zero.
       01  w-imp-trab pic s9(7)v99.
           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).
       01  w-ver-hdr pic 9 value zero.
       01  w-ver-trl pic 9 value zero.
       01  w-ver-trl-cant pic 9(7) value zero.
           03 w-trab-importe pic s9(7)v99.
           03 w-trab-importe-x redefines w-trab-importe pic x(9).
           03 w-trab-destino pic 9(4).
           03 w-trab-concepto pic x(2).
       01  tabla-sucursales.
           03 con-suc-entry occurs 5 times.
               05 con-suc-activa pic 9 value zero.
               WHEN "A" MOVE 1 TO srt-prioridad
               WHEN "M" MOVE 2 TO srt-prioridad
               WHEN "T" MOVE 3 TO srt-prioridad
               WHEN "I" MOVE 3 TO srt-prioridad
               WHEN "B" MOVE 4 TO srt-prioridad
               WHEN OTHER MOVE 5 TO srt-prioridad
           END-EVALUATE.
           MOVE w-trab-nombre TO srt-nombre.
           MOVE w-trab-importe-x TO srt-importe(1:9).
           MOVE w-trab-destino TO srt-destino.
           MOVE w-trab-concepto TO srt-concepto.
           RELEASE srt-reg.
           ADD 1 TO con-suc-cont(w-suc-actual).
           IF w-trab-importe IS NUMERIC THEN

       370-LIBERO-CORREGIDA.
           MOVE w-corr-novedad TO w-nov-trab.
           MOVE w-corr-concepto TO w-trab-concepto.
           MOVE w-trab-socio TO srt-socio.
           EVALUATE w-trab-movimiento
               WHEN "A" MOVE 1 TO srt-prioridad
               WHEN "M" MOVE 2 TO srt-prioridad
               WHEN "T" MOVE 3 TO srt-prioridad
               WHEN "I" MOVE 3 TO srt-prioridad
               WHEN "B" MOVE 4 TO srt-prioridad
               WHEN OTHER MOVE 5 TO srt-prioridad
           END-EVALUATE.
           MOVE w-trab-nombre TO srt-nombre.
           MOVE w-trab-importe-x TO srt-importe(1:9).
           MOVE w-trab-destino TO srt-destino.
           MOVE w-trab-concepto TO srt-concepto.
           RELEASE srt-reg.
           ADD 1 TO w-cont-corregidas.
           IF w-trab-importe IS NUMERIC THEN
               MOVE srt-importe(1:9) TO nov-con-importe(1:9)
               MOVE srt-destino TO nov-con-destino
               MOVE srt-sucursal TO nov-con-sucursal
               MOVE srt-concepto TO nov-con-concepto
               WRITE nov-con-reg
               ADD 1 TO w-cont-grabados
               MOVE nov-con-reg(26:9) TO w-imp-trab-x
