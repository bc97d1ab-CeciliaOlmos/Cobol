           ASSIGN TO DYNAMIC w-path-retenciones
           FILE STATUS IS w-ret-status.

           SELECT LIQ-CONTABLE
           ASSIGN TO DYNAMIC w-path-liq-comp-ctb
           FILE STATUS IS w-liqctb-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.
           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  LOG-ERRORES.
       01  log-reg.
           03 ret-retencion pic s9(7)v99.
           03 ret-neto pic s9(7)v99.

      * Liquidacion diaria de la camara compensadora: vale el ultimo
      * registro de la fecha.
       FD  LIQ-CONTABLE.
       01  ctb-reg.
           03 ctb-fecha pic 9(8).
           03 ctb-recibido pic 9(13)v99.
           03 ctb-devuelto pic 9(13)v99.
           03 ctb-acreditado pic 9(13)v99.
           03 ctb-enviado pic 9(13)v99.
           03 ctb-debitado pic 9(13)v99.
           03 ctb-neto pic s9(13)v99.
           03 ctb-resultado pic x(2).

       FD  RUN-CTRL.
       01  run-reg.
           03 run-programa pic x(10).
       01  w-total-ret pic 9(11)v99 value zero.
       01  w-path-retenciones pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRetenciones.dat".
       01  w-liqctb-status pic xx.
       01  w-flag-liq-comp pic 9 value zero.
       01  w-liq-acreditado pic 9(13)v99 value zero.
       01  w-liq-enviado pic 9(13)v99 value zero.
       01  w-liq-debitado pic 9(13)v99 value zero.
       01  w-liq-resultado pic x(2) value spaces.
       01  w-idx-cr pic 9(2) value zero.
       01  w-cont-camara pic 9(5) value zero.
       01  w-total-camara-cr pic 9(11)v99 value zero.
       01  w-path-liq-comp-ctb pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archLiqCompCtb.dat".
       01  w-total-debe pic 9(11)v99 value zero.
       01  w-total-haber pic 9(11)v99 value zero.
       01  tabla-tipos.
           03 tip-entry occurs 5 times.
               05 tip-cont pic 9(5) value zero.
               05 tip-debe pic 9(11)v99 value zero.
               05 tip-haber pic 9(11)v99 value zero.
       01  w-letras-tipo pic x(5) value "ABMTI".
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

      * Acumulados por concepto, en el mismo orden que la tabla.
       01  tabla-acum-conceptos.
           03 acu-entry occurs 18 times.
               05 acu-cont pic 9(5) value zero.
               05 acu-debe pic 9(11)v99 value zero.
               05 acu-haber pic 9(11)v99 value zero.
       01  w-cont-sin-concepto pic 9(5) value zero.
       01  w-idx-suc pic 9(3) value zero.
       01  tabla-sucs.
           03 suc-entry occurs 100 times.
           PERFORM 200-ACUMULO-AUDITORIA.
           PERFORM 300-ACUMULO-ERRORES.
           PERFORM 350-ACUMULO-RETENCIONES.
           PERFORM 370-LEO-LIQUIDACION-CAMARA.
           PERFORM 400-VERIFICO-BALANCE.
           PERFORM 500-GRABO-INTERFAZ.
           PERFORM 600-FIN.
                   MOVE param-valor TO w-path-interfaz
               WHEN "PATH-RETENCIONES"
                   MOVE param-valor TO w-path-retenciones
               WHEN "PATH-LIQ-COMP-CTB"
                   MOVE param-valor TO w-path-liq-comp-ctb
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN "FORZAR-REPROCESO"
               WHEN "B" MOVE 2 TO w-idx-tipo
               WHEN "M" MOVE 3 TO w-idx-tipo
               WHEN "T" MOVE 4 TO w-idx-tipo
               WHEN "I" MOVE 5 TO w-idx-tipo
      * Cambios de estado y de limite no mueven importes: quedan
      * fuera del asiento sin aviso, no son un dato corrupto.
               WHEN "E" CONTINUE
                   MOVE 1 TO w-idx-suc
               END-IF
               ADD 1 TO suc-cont(w-idx-suc)
               PERFORM 230-UBICO-CONCEPTO
               ADD 1 TO acu-cont(w-idx-concepto)
               IF w-delta-mov >= ZERO THEN
                   ADD w-delta-mov TO tip-haber(w-idx-tipo)
                   ADD w-delta-mov TO suc-haber(w-idx-suc)
                   ADD w-delta-mov TO acu-haber(w-idx-concepto)
               ELSE
                   SUBTRACT w-delta-mov FROM tip-debe(w-idx-tipo)
                   SUBTRACT w-delta-mov FROM suc-debe(w-idx-suc)
                   SUBTRACT w-delta-mov FROM acu-debe(w-idx-concepto)
               END-IF
           END-IF.

      * Registros grabados antes de existir los conceptos, o con un
      * concepto que no esta en la tabla, se imputan al concepto de
      * operador propio del movimiento.
       230-UBICO-CONCEPTO.
           MOVE audit-concepto TO w-concepto-busca.
           PERFORM 240-BUSCO-CONCEPTO.
           IF w-idx-concepto IS EQUAL ZERO THEN
               ADD 1 TO w-cont-sin-concepto
               EVALUATE audit-movimiento
                   WHEN "A" MOVE "AL" TO w-concepto-busca
                   WHEN "B" MOVE "BA" TO w-concepto-busca
                   WHEN "T" MOVE "TR" TO w-concepto-busca
                   WHEN "I" MOVE "TE" TO w-concepto-busca
                   WHEN OTHER MOVE "AJ" TO w-concepto-busca
               END-EVALUATE
               PERFORM 240-BUSCO-CONCEPTO
           END-IF.

       240-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

       300-ACUMULO-ERRORES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT LOG-ERRORES.
       360-LEER-RETENCION.
           READ RETENCIONES AT END MOVE 1 TO w-flag-fin.

       370-LEO-LIQUIDACION-CAMARA.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT LIQ-CONTABLE.
           IF w-liqctb-status IS NOT EQUAL "00" THEN
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 380-LEER-LIQUIDACION
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF ctb-fecha IS EQUAL w-fecha-proceso THEN
                   MOVE 1 TO w-flag-liq-comp
                   MOVE ctb-acreditado TO w-liq-acreditado
                   MOVE ctb-enviado TO w-liq-enviado
                   MOVE ctb-debitado TO w-liq-debitado
                   MOVE ctb-resultado TO w-liq-resultado
               END-IF
               PERFORM 380-LEER-LIQUIDACION
           END-PERFORM.
           IF w-liqctb-status IS EQUAL "00" OR
              w-liqctb-status IS EQUAL "10" THEN
               CLOSE LIQ-CONTABLE
           END-IF.

       380-LEER-LIQUIDACION.
           READ LIQ-CONTABLE AT END MOVE 1 TO w-flag-fin.

       400-VERIFICO-BALANCE.
           COMPUTE w-desbalance =
               tip-debe(4) - tip-haber(4) - w-total-tcsa.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 410-VERIFICO-CAMARA.

      * Los creditos de la camara (CR) y las transferencias a otros
      * bancos (movimiento I) no pasan por caja sino por la cuenta de
      * la camara: se exige la liquidacion correcta de la fecha y que
      * coincida con lo imputado a los socios.
       410-VERIFICO-CAMARA.
           MOVE "CR" TO w-concepto-busca.
           PERFORM 240-BUSCO-CONCEPTO.
           MOVE w-idx-concepto TO w-idx-cr.
           COMPUTE w-cont-camara = acu-cont(w-idx-cr) + tip-cont(5).
           MOVE acu-haber(w-idx-cr) TO w-total-camara-cr.
           IF w-cont-camara > ZERO OR
              w-flag-liq-comp IS EQUAL 1 THEN
               PERFORM 420-CONTROLO-LIQUIDACION
           END-IF.

       420-CONTROLO-LIQUIDACION.
           IF w-flag-liq-comp IS EQUAL ZERO OR
              w-liq-resultado IS NOT EQUAL "OK" THEN
               DISPLAY "HAY MOVIMIENTOS DE CAMARA COMPENSADORA SIN "
                   "LIQUIDACION CORRECTA DE LA FECHA"
               DISPLAY "NO SE GRABA LA INTERFAZ CONTABLE"
               CALL "CBL_DELETE_FILE" USING w-path-interfaz
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-liq-acreditado IS NOT EQUAL w-total-camara-cr OR
              w-liq-debitado IS NOT EQUAL tip-debe(5) OR
              w-liq-enviado IS NOT EQUAL tip-debe(5) THEN
               DISPLAY "LIQUIDACION DE CAMARA NO COINCIDE CON LA "
                   "AUDITORIA"
               DISPLAY "  ACREDITADO CR LIQ/AUDIT: " w-liq-acreditado
                   " " w-total-camara-cr
               DISPLAY "  ENVIADO I     LIQ/AUDIT: " w-liq-enviado
                   " " tip-debe(5)
               DISPLAY "NO SE GRABA LA INTERFAZ CONTABLE"
               CALL "CBL_DELETE_FILE" USING w-path-interfaz
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       500-GRABO-INTERFAZ.
           OPEN OUTPUT INTERFAZ-GL.
           MOVE w-fecha-proceso TO gl-enc-fecha.
           WRITE gl-linea FROM gl-reg-encab.
      * Una linea por concepto con movimientos en el dia, para que
      * cada concepto se impute a su propia cuenta contable.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos
               IF acu-cont(idx-con) > ZERO THEN
                   MOVE con-codigo(idx-con) TO gl-det-tipo
                   MOVE acu-cont(idx-con) TO gl-det-cont
                   COMPUTE gl-det-debe = acu-debe(idx-con) * 100
                   COMPUTE gl-det-haber = acu-haber(idx-con) * 100
                   WRITE gl-linea FROM gl-reg-detalle
                   ADD 1 TO w-cont-lineas
                   ADD acu-debe(idx-con) TO w-total-debe
                   ADD acu-haber(idx-con) TO w-total-haber
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.
      * La contrapartida va a caja, salvo lo liquidado con la camara
      * compensadora, que va a su propia cuenta CC.
           MOVE "CJ" TO gl-det-tipo.
           MOVE ZERO TO gl-det-cont.
           COMPUTE gl-det-debe =
               (w-total-haber - w-liq-acreditado) * 100.
           COMPUTE gl-det-haber =
               (w-total-debe - w-liq-enviado) * 100.
           WRITE gl-linea FROM gl-reg-detalle.
           ADD 1 TO w-cont-lineas.
           IF w-flag-liq-comp IS EQUAL 1 THEN
               MOVE "CC" TO gl-det-tipo
               MOVE w-cont-camara TO gl-det-cont
               COMPUTE gl-det-debe = w-liq-acreditado * 100
               COMPUTE gl-det-haber = w-liq-enviado * 100
               WRITE gl-linea FROM gl-reg-detalle
               ADD 1 TO w-cont-lineas
           END-IF.
      * Retenciones impositivas sobre intereses: linea propia RI,
      * debita el gasto bruto y acredita la retencion a pagar, con
      * los dos lados iguales para no mover el balance del trailer.
           DISPLAY "MOV. BAJAS          : " tip-cont(2).
           DISPLAY "MOV. MODIFICACIONES : " tip-cont(3).
           DISPLAY "MOV. TRANSFERENCIAS : " tip-cont(4).
           DISPLAY "MOV. INTERBANCO     : " tip-cont(5).
           DISPLAY "SIN CONCEPTO VALIDO : " w-cont-sin-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos
               IF acu-cont(idx-con) > ZERO THEN
                   DISPLAY "  " con-codigo(idx-con) " "
                       con-descripcion(idx-con) ": " acu-cont(idx-con)
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.
           DISPLAY "ERRORES LEIDOS      : " w-cont-err-leidos.
           DISPLAY "RETENCIONES         : " w-cont-ret.
           DISPLAY "TOTAL RETENIDO      : " w-total-ret.
           DISPLAY "CAMARA ACREDITADO   : " w-liq-acreditado.
           DISPLAY "CAMARA ENVIADO      : " w-liq-enviado.
           DISPLAY "TOTAL DEBE          : " w-total-debe.
           DISPLAY "TOTAL HABER         : " w-total-haber.
           DISPLAY "INTERFAZ BALANCEADA, CONTROL CORRECTO".
