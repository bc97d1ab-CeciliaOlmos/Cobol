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

       FD  NOVED-OK.
       01  nov-ok-reg.
           03 nov-ok-importe pic s9(7)v99.
           03 nov-ok-destino pic 9(4).
           03 nov-ok-sucursal pic 9(2).
           03 nov-ok-concepto pic x(2).

       FD  NOVED-RECH.
       01  rech-linea pic x(80).

       FD  RECHAZOS-NOV.
       01  rech-reg.
           03 rech-novedad pic x(42).
           03 rech-cod-error pic x(3).
           03 rech-reintentos pic 9(2).

       01  w-cont-err-dest pic 9(5) value zero.
       01  w-cont-err-nom pic 9(5) value zero.
       01  w-cont-err-socio pic 9(5) value zero.
       01  w-cont-err-con pic 9(5) value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-banco-propio pic 9(3) value zero.
       01  w-flag-reg-control pic 9 value zero.
       01  w-flag-ok-hdr pic 9 value zero.
       01  w-suma-leidos pic s9(11)v99 value zero.
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
       01  w-path-rech-reg pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedRechReg.dat".

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
       01  lin-titulo.
                   MOVE param-valor TO w-path-noved-rech
               WHEN "PATH-RECH-REG"
                   MOVE param-valor TO w-path-rech-reg
               WHEN "BANCO-PROPIO"
                   IF param-valor(1:3) IS NUMERIC THEN
                       MOVE param-valor(1:3) TO w-banco-propio
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF nov-movimiento IS NOT EQUAL "A" AND
              nov-movimiento IS NOT EQUAL "B" AND
              nov-movimiento IS NOT EQUAL "M" AND
              nov-movimiento IS NOT EQUAL "T" AND
              nov-movimiento IS NOT EQUAL "I" THEN
               MOVE "MOVIMIENTO INVALIDO (NO ES A/B/M/T/I)"
                   TO w-motivo-rechazo
               MOVE "MOV" TO w-cod-rechazo
               ADD 1 TO w-cont-err-mov
                   PERFORM 250-VALIDO-IMPORTE-OPC
               WHEN "T"
                   PERFORM 260-VALIDO-TRANSFERENCIA
               WHEN "I"
                   PERFORM 265-VALIDO-TRANSF-INTERBANCO
           END-EVALUATE.
           IF w-flag-reg-ok IS EQUAL 1 AND
              nov-movimiento IS NOT EQUAL "T" THEN
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.
           IF w-flag-reg-ok IS EQUAL 1 THEN
               PERFORM 270-VALIDO-CONCEPTO
           END-IF.

       240-VALIDO-ALTA.
           IF nov-nombre IS EQUAL SPACES THEN
               END-IF
           END-IF.

      * Transferencia a otro banco: el campo nombre lleva el banco y
      * la cuenta de destino; el importe es lo que se debita al socio.
       265-VALIDO-TRANSF-INTERBANCO.
           IF nov-importe IS NOT NUMERIC OR
              nov-importe IS NOT > ZERO THEN
               MOVE "IMPORTE NO NUMERICO O NO POSITIVO"
                   TO w-motivo-rechazo
               MOVE "IMP" TO w-cod-rechazo
               ADD 1 TO w-cont-err-imp
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
                   ADD 1 TO w-cont-err-dest
                   MOVE ZERO TO w-flag-reg-ok
               END-IF
           END-IF.

      * Sin concepto se asume el de operador propio del movimiento.
      * Los conceptos que genera el sistema (intereses, cargos,
      * retenciones) no se aceptan desde las sucursales.
       270-VALIDO-CONCEPTO.
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
           PERFORM 275-BUSCO-CONCEPTO.
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
               PERFORM 278-VALIDO-SIGNO-CONCEPTO
           END-IF
           END-IF
           END-IF.
           IF w-flag-reg-ok IS EQUAL ZERO THEN
               MOVE "CON" TO w-cod-rechazo
               ADD 1 TO w-cont-err-con
           END-IF.

       275-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

       278-VALIDO-SIGNO-CONCEPTO.
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

       300-GRABO-ACEPTADA.
           IF w-flag-ok-hdr IS EQUAL ZERO THEN
               PERFORM 310-GRABO-CABECERA-OK
           MOVE nov-importe-x TO nov-ok-importe(1:9).
           MOVE nov-destino TO nov-ok-destino.
           MOVE nov-sucursal TO nov-ok-sucursal.
           MOVE nov-concepto TO nov-ok-concepto.
           WRITE nov-ok-reg.
           ADD 1 TO w-cont-aceptados.
           IF nov-importe IS NUMERIC THEN
           MOVE "0000H" TO w-hdr-marca.
           MOVE w-fecha-proceso TO w-hdr-fecha.
           MOVE "VALIDA" TO w-hdr-origen.
           MOVE SPACES TO w-hdr-trab(24:19).
           MOVE w-hdr-trab TO nov-ok-reg.
           WRITE nov-ok-reg.

           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-aceptados TO w-trl-cantidad.
           MOVE w-suma-aceptados TO w-trl-total.
           MOVE SPACES TO w-trl-trab(26:17).
           MOVE w-trl-trab TO nov-ok-reg.
           WRITE nov-ok-reg.
           CLOSE NOVEDADES.
           DISPLAY "  DESTINO INVALIDO    : " w-cont-err-dest.
           DISPLAY "  ALTA SIN NOMBRE     : " w-cont-err-nom.
           DISPLAY "  SOCIO INVALIDO      : " w-cont-err-socio.
           DISPLAY "  CONCEPTO INVALIDO   : " w-cont-err-con.
           DISPLAY "SUMA IMPORTES LEIDOS  : " w-suma-leidos.
           DISPLAY "SUMA IMPORTES ACEPT.  : " w-suma-aceptados.

