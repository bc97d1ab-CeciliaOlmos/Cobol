       FILE SECTION.
       FD  RECHAZOS-NOV.
       01  rech-reg.
           03 rech-novedad pic x(42).
           03 rech-cod-error pic x(3).
           03 rech-reintentos pic 9(2).

       FD  NOVED-CORR.
       01  nov-corr-reg pic x(42).

       FD  RECH-EXCED.
       01  rech-exced-reg pic x(47).

       FD  RECH-DEF.
       01  def-linea pic x(80).
       01  w-ing-nombre pic x(20) value spaces.
       01  w-ing-importe pic s9(7)v99 value zero.
       01  w-ing-destino pic 9(4) value zero.
       01  w-ing-concepto pic x(2) value spaces.
       01  w-cant-rechazos pic 9(3) value zero.
       01  idx-rech pic 9(3) value zero.
       01  w-cont-corregidas pic 9(3) value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-banco-propio pic 9(3) value zero.
       01  w-cant-corr pic 9(3) value zero.
       01  idx-corr pic 9(3) value zero.
       01  w-total-corr pic s9(11)v99 value zero.
       01  w-imp-trab pic s9(7)v99.
       01  w-imp-trab-x redefines w-imp-trab pic x(9).
       01  tabla-correcciones.
           03 tc-novedad pic x(42) occurs 500 times.
      * Registros de control dentro del archivo de corregidas, el
      * mismo esquema que usa toda la cadena de novedades.
       01  w-hdr-trab.
           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).
       01  w-cont-pendientes pic 9(5) value zero.
       01  w-cont-descartadas pic 9(3) value zero.
       01  w-cont-vencidas pic 9(3) value zero.
           03 nov-socio pic 9(4).
           03 nov-movimiento pic x.
           03 nov-nombre pic x(20).
           03 nov-interbanco redefines nov-nombre.
               05 nov-banco-dest pic 9(3).
               05 nov-cuenta-dest pic 9(17).
           03 nov-importe pic s9(7)v99.
           03 nov-importe-x redefines nov-importe pic x(9).
           03 nov-destino pic 9(4).
           03 nov-destino-x redefines nov-destino pic x(4).
           03 nov-sucursal pic 9(2).
           03 nov-concepto pic x(2).
       01  tabla-rechazos.
           03 tr-entry occurs 500 times.
               05 tr-novedad pic x(42).
               05 tr-cod pic x(3).
               05 tr-reintentos pic 9(2).
               05 tr-situacion pic 9.
       01  w-path-rech-tmp pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedRechReg.tmp".

      * Conceptos de movimiento: codigo, descripcion, movimiento al
      * que corresponde, origen (O = operador o sucursal, S = lo
      * genera el sistema) y signo obligatorio del importe.
       01  tabla-conceptos-val.
           03 filler pic x(25) value "AJAJUSTE MANUAL       MO ".
           03 filler pic x(25) value "DPDEPOSITO            MO+".
           03 filler pic x(25) value "EXEXTRACCION          MO-".
           03 filler pic x(25) value "TRTRANSFERENCIA       TO ".
           03 filler pic x(25) value "ALALTA DE SOCIO       AO ".
           03 filler pic x(25) value "BABAJA DE SOCIO       BO ".
           03 filler pic x(25) value "ININTERES GANADO      MS+".
           03 filler pic x(25) value "IPINTERES PUNITORIO   MS-".
           03 filler pic x(25) value "RTRETENCION IMPOSITIVAMS-".
           03 filler pic x(25) value "CICARGO INACTIVIDAD   MS-".
           03 filler pic x(25) value "TPTRANSF. PERMANENTE  TS ".
           03 filler pic x(25) value "DADEBITO AUTOMATICO   MS-".
           03 filler pic x(25) value "CECAMBIO DE ESTADO    ES ".
           03 filler pic x(25) value "CLCAMBIO DE LIMITE    LS ".
           03 filler pic x(25) value "PRDESEMBOLSO PRESTAMO MS+".
           03 filler pic x(25) value "CPCUOTA DE PRESTAMO   MS-".
           03 filler pic x(25) value "CRCREDITO INTERBANCO  MS+".
           03 filler pic x(25) value "TETRANSF. INTERBANCO  IO ".
       01  tabla-conceptos redefines tabla-conceptos-val.
           03 con-entry occurs 18 times.
               05 con-codigo pic x(2).
               05 con-descripcion pic x(20).
               05 con-movimiento pic x.
               05 con-origen pic x.
               05 con-signo pic x.
       01  w-cant-conceptos pic 9(2) value 18.
       01  idx-con pic 9(2) value zero.
       01  w-idx-concepto pic 9(2) value zero.
       01  w-concepto-busca pic x(2) value spaces.

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo-def.
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN "BANCO-PROPIO"
                   IF param-valor(1:3) IS NUMERIC THEN
                       MOVE param-valor(1:3) TO w-banco-propio
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "NOMBRE  : " w-nov(6:20).
           DISPLAY "IMPORTE : " w-nov(26:9).
           DISPLAY "DESTINO : " w-nov(35:4).
           MOVE nov-concepto TO w-concepto-busca.
           PERFORM 378-BUSCO-CONCEPTO.
           IF w-idx-concepto IS EQUAL ZERO THEN
               DISPLAY "CONCEPTO: " nov-concepto
           ELSE
               DISPLAY "CONCEPTO: " nov-concepto " "
                   con-descripcion(w-idx-concepto)
           END-IF.
           DISPLAY "ERROR   : " tr-cod(idx-rech)
               "  REINTENTOS: " tr-reintentos(idx-rech).

                   ACCEPT w-ing-socio
                   MOVE w-ing-socio TO nov-socio
               WHEN "MOV"
                   DISPLAY "INGRESE MOVIMIENTO (A/B/M/T/I)"
                   ACCEPT w-ing-mov
                   MOVE w-ing-mov TO nov-movimiento
               WHEN "NOM"
                   ACCEPT w-ing-importe
                   MOVE w-ing-importe TO nov-importe
               WHEN "DST"
                   IF nov-movimiento IS EQUAL "I" THEN
                       DISPLAY "INGRESE BANCO (3) Y CUENTA (17) DESTINO"
                       ACCEPT w-ing-nombre
                       MOVE w-ing-nombre TO nov-nombre
                   ELSE
                       DISPLAY "INGRESE DESTINO (0 SI NO ES TRANSF.)"
                       ACCEPT w-ing-destino
                       MOVE w-ing-destino TO nov-destino
                   END-IF
               WHEN "CON"
                   DISPLAY "INGRESE CONCEPTO (AJ/DP/EX/TR/AL/BA/TE)"
                   ACCEPT w-ing-concepto
                   MOVE w-ing-concepto TO nov-concepto
               WHEN OTHER
                   DISPLAY "CODIGO DE ERROR DESCONOCIDO, SIN CAMBIOS"
           END-EVALUATE.
           IF nov-movimiento IS NOT EQUAL "A" AND
              nov-movimiento IS NOT EQUAL "B" AND
              nov-movimiento IS NOT EQUAL "M" AND
              nov-movimiento IS NOT EQUAL "T" AND
              nov-movimiento IS NOT EQUAL "I" THEN
               MOVE "MOVIMIENTO INVALIDO (NO ES A/B/M/T/I)"
                   TO w-motivo-rechazo
               MOVE "MOV" TO w-cod-rechazo
               MOVE ZERO TO w-flag-reg-ok
                   PERFORM 372-VALIDO-IMPORTE-OPC
               WHEN "T"
                   PERFORM 374-VALIDO-TRANSFERENCIA
               WHEN "I"
                   PERFORM 375-VALIDO-TRANSF-INTERBANCO
           END-EVALUATE.
           IF w-flag-reg-ok IS EQUAL 1 AND
              nov-movimiento IS NOT EQUAL "T" THEN
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.
           IF w-flag-reg-ok IS EQUAL 1 THEN
               PERFORM 376-VALIDO-CONCEPTO
           END-IF.

       370-VALIDO-ALTA.
           IF nov-nombre IS EQUAL SPACES THEN
               END-IF
           END-IF.

       375-VALIDO-TRANSF-INTERBANCO.
           IF nov-importe IS NOT NUMERIC OR
              nov-importe IS NOT > ZERO THEN
               MOVE "IMPORTE NO NUMERICO O NO POSITIVO"
                   TO w-motivo-rechazo
               MOVE "IMP" TO w-cod-rechazo
               MOVE ZERO TO w-flag-reg-ok
           ELSE
               IF nov-banco-dest IS NOT NUMERIC OR
                  nov-banco-dest IS EQUAL ZERO OR
                  nov-banco-dest IS EQUAL w-banco-propio OR
                  nov-cuenta-dest IS NOT NUMERIC OR
                  nov-cuenta-dest IS EQUAL ZERO THEN
                   MOVE "BANCO O CUENTA DE DESTINO INVALIDOS"
                       TO w-motivo-rechazo
                   MOVE "DST" TO w-cod-rechazo
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.

       376-VALIDO-CONCEPTO.
           IF nov-concepto IS EQUAL SPACES THEN
               EVALUATE nov-movimiento
                   WHEN "A" MOVE "AL" TO nov-concepto
                   WHEN "B" MOVE "BA" TO nov-concepto
                   WHEN "T" MOVE "TR" TO nov-concepto
                   WHEN "I" MOVE "TE" TO nov-concepto
                   WHEN OTHER MOVE "AJ" TO nov-concepto
               END-EVALUATE
           END-IF.
           MOVE nov-concepto TO w-concepto-busca.
           PERFORM 378-BUSCO-CONCEPTO.
           IF w-idx-concepto IS EQUAL ZERO THEN
               MOVE "CONCEPTO INEXISTENTE" TO w-motivo-rechazo
               MOVE ZERO TO w-flag-reg-ok
           ELSE
           IF con-origen(w-idx-concepto) IS NOT EQUAL "O" THEN
               MOVE "CONCEPTO RESERVADO AL SISTEMA"
                   TO w-motivo-rechazo
               MOVE ZERO TO w-flag-reg-ok
           ELSE
           IF con-movimiento(w-idx-concepto) IS NOT EQUAL
              nov-movimiento THEN
               MOVE "CONCEPTO NO CORRESPONDE AL MOVIMIENTO"
                   TO w-motivo-rechazo
               MOVE ZERO TO w-flag-reg-ok
           ELSE
               PERFORM 379-VALIDO-SIGNO-CONCEPTO
           END-IF
           END-IF
           END-IF.
           IF w-flag-reg-ok IS EQUAL ZERO THEN
               MOVE "CON" TO w-cod-rechazo
           END-IF.

       378-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

       379-VALIDO-SIGNO-CONCEPTO.
           IF con-signo(w-idx-concepto) IS EQUAL "+" THEN
               IF nov-importe IS NOT NUMERIC OR
                  nov-importe IS NOT > ZERO THEN
                   MOVE "EL CONCEPTO EXIGE IMPORTE POSITIVO"
                       TO w-motivo-rechazo
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.
           IF con-signo(w-idx-concepto) IS EQUAL "-" THEN
               IF nov-importe IS NOT NUMERIC OR
                  nov-importe IS NOT < ZERO THEN
                   MOVE "EL CONCEPTO EXIGE IMPORTE NEGATIVO"
                       TO w-motivo-rechazo
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.

       380-GRABO-DEFINITIVO.
           MOVE w-nov(1:4) TO l-def-socio.
           MOVE w-nov(5:1) TO l-def-mov.
