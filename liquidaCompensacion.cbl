      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Liquida_Compensacion.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-ENTRADA
           ASSIGN TO DYNAMIC w-path-comp-entrada
           FILE STATUS IS w-cmpent-status.

           SELECT COMP-DEVOL
           ASSIGN TO DYNAMIC w-path-comp-devol
           FILE STATUS IS w-cmpdev-status.

           SELECT COMP-SALIDA
           ASSIGN TO DYNAMIC w-path-comp-salida
           FILE STATUS IS w-cmpsal-status.

           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT LIQUIDACION
           ASSIGN TO DYNAMIC w-path-liq-compen.

           SELECT LIQ-CONTABLE
           ASSIGN TO DYNAMIC w-path-liq-comp-ctb
           FILE STATUS IS w-liqctb-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
      * Los tres archivos de la camara comparten el layout: cabecera
      * "H" con fecha y banco, detalles "D" y cola "T" con cantidad e
      * importe total. Aca solo interesan cabecera, detalles y cola.
       FD  COMP-ENTRADA.
       01  ent-reg.
           03 ent-tipo pic x.
           03 ent-detalle.
               05 ent-secuencia pic 9(6).
               05 ent-banco-orig pic 9(3).
               05 ent-cuenta-orig pic 9(17).
               05 ent-banco-dest pic 9(3).
               05 ent-cuenta-dest pic 9(17).
               05 ent-importe pic 9(11)v99.
               05 ent-titular pic x(30).
               05 ent-motivo pic x(8).
               05 filler pic x(2).
           03 ent-cabecera redefines ent-detalle.
               05 ent-hdr-fecha pic 9(8).
               05 ent-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 ent-cola redefines ent-detalle.
               05 ent-trl-cantidad pic 9(7).
               05 ent-trl-total pic 9(13)v99.
               05 filler pic x(77).

       FD  COMP-DEVOL.
       01  dev-reg.
           03 dev-tipo pic x.
           03 dev-detalle.
               05 dev-secuencia pic 9(6).
               05 dev-banco-orig pic 9(3).
               05 dev-cuenta-orig pic 9(17).
               05 dev-banco-dest pic 9(3).
               05 dev-cuenta-dest pic 9(17).
               05 dev-importe pic 9(11)v99.
               05 dev-titular pic x(30).
               05 dev-motivo pic x(8).
               05 filler pic x(2).
           03 dev-cabecera redefines dev-detalle.
               05 dev-hdr-fecha pic 9(8).
               05 dev-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 dev-cola redefines dev-detalle.
               05 dev-trl-cantidad pic 9(7).
               05 dev-trl-total pic 9(13)v99.
               05 filler pic x(77).

       FD  COMP-SALIDA.
       01  sal-reg.
           03 sal-tipo pic x.
           03 sal-detalle.
               05 sal-secuencia pic 9(6).
               05 sal-banco-orig pic 9(3).
               05 sal-cuenta-orig pic 9(17).
               05 sal-banco-dest pic 9(3).
               05 sal-cuenta-dest pic 9(17).
               05 sal-importe pic 9(11)v99.
               05 sal-titular pic x(30).
               05 sal-motivo pic x(8).
               05 filler pic x(2).
           03 sal-cabecera redefines sal-detalle.
               05 sal-hdr-fecha pic 9(8).
               05 sal-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 sal-cola redefines sal-detalle.
               05 sal-trl-cantidad pic 9(7).
               05 sal-trl-total pic 9(13)v99.
               05 filler pic x(77).

       FD  AUDITORIA.
       01  audit-reg.
           03 audit-socio pic 9(4).
           03 audit-movimiento pic x.
           03 audit-importe-ant pic s9(8)v99.
           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  LIQUIDACION.
       01  liq-linea pic x(80).

      * Un registro por liquidacion, para que la interfaz contable
      * impute la cuenta de la camara. Si la fecha se reliquida queda
      * un registro nuevo y vale el ultimo.
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
           03 run-fecha pic 9(8).
           03 run-evento pic x.
           03 run-resultado pic x(2).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-param-status pic xx.
       01  w-cmpent-status pic xx.
       01  w-cmpdev-status pic xx.
       01  w-cmpsal-status pic xx.
       01  w-audit-status pic xx.
       01  w-liqctb-status pic xx.
       01  w-runctl-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-flag-merge-ok pic 9 value zero.
       01  w-flag-archivos-ok pic 9 value 1.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-resultado-liq pic x(2) value spaces.
       01  w-hdr-fecha-arch pic 9(8) value zero.
       01  w-trl-cant-arch pic 9(7) value zero.
       01  w-trl-total-arch pic 9(13)v99 value zero.
       01  w-flag-trl pic 9 value zero.
       01  w-cont-recibido pic 9(7) value zero.
       01  w-total-recibido pic 9(13)v99 value zero.
       01  w-cont-devuelto pic 9(7) value zero.
       01  w-total-devuelto pic 9(13)v99 value zero.
       01  w-cont-enviado pic 9(7) value zero.
       01  w-total-enviado pic 9(13)v99 value zero.
       01  w-cont-acreditado pic 9(7) value zero.
       01  w-total-acreditado pic 9(13)v99 value zero.
       01  w-cont-debitado pic 9(7) value zero.
       01  w-total-debitado pic 9(13)v99 value zero.
       01  w-delta-mov pic s9(9)v99 value zero.
       01  w-dif-recepcion pic s9(13)v99 value zero.
       01  w-dif-envio pic s9(13)v99 value zero.
       01  w-neto pic s9(13)v99 value zero.
       01  w-path-comp-entrada pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompEntrada.dat".
       01  w-path-comp-devol pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompDevol.dat".
       01  w-path-comp-salida pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompSalida.dat".
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-liq-compen pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archLiqCompen.dat".
       01  w-path-liq-comp-ctb pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archLiqCompCtb.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(19) value spaces.
           03 filler pic x(42) value
              "LIQUIDACION DIARIA CAMARA COMPENSADORA".
           03 filler pic x(19) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(16) value "FECHA PROCESO : ".
           03 l-fecha pic 9(8).
           03 filler pic x(51) value spaces.
       01  lin-encab.
           03 filler pic x(5) value spaces.
           03 filler pic x(30) value "CONCEPTO".
           03 filler pic x(7) value "  CANT.".
           03 filler pic x(3) value spaces.
           03 filler pic x(19) value "            IMPORTE".
           03 filler pic x(16) value spaces.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-seccion.
           03 filler pic x(5) value spaces.
           03 l-seccion pic x(40).
           03 filler pic x(35) value spaces.
       01  lin-liq.
           03 filler pic x(5) value spaces.
           03 l-liq-leyenda pic x(30).
           03 l-liq-cant pic zzzzzz9.
           03 filler pic x(3) value spaces.
           03 l-liq-importe pic zzz.zzz.zzz.zz9,99-.
           03 filler pic x(16) value spaces.
       01  lin-tot.
           03 filler pic x(5) value spaces.
           03 l-tot-leyenda pic x(40).
           03 l-tot-importe pic zzz.zzz.zzz.zz9,99-.
           03 filler pic x(16) value spaces.
       01  lin-veredicto.
           03 filler pic x(5) value spaces.
           03 l-veredicto pic x(50).
           03 filler pic x(25) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEO-RECIBIDO.
           PERFORM 300-LEO-DEVUELTO.
           PERFORM 400-LEO-ENVIADO.
           PERFORM 500-LEO-AUDITORIA.
           PERFORM 600-INFORME.
           PERFORM 700-GRABO-CONTABLE.
           PERFORM 800-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "LIQUIDACION DIARIA CAMARA COMPENSADORA".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
               DISPLAY "SIN FECHA-PROCESO, SE LIQUIDA LA FECHA "
                   "DE MAQUINA " w-fecha-proceso
           END-IF.
           PERFORM 140-VERIFICO-MERGE.

       110-CARGO-PARAMETROS.
           MOVE ZERO TO w-flag-fin-param.
           OPEN INPUT PARAMETROS.
           IF w-param-status IS NOT EQUAL "00" THEN
               MOVE 1 TO w-flag-fin-param
           ELSE
               PERFORM 120-LEER-PARAMETRO
           END-IF.
           PERFORM UNTIL w-flag-fin-param IS EQUAL 1
               PERFORM 130-APLICO-PARAMETRO
               PERFORM 120-LEER-PARAMETRO
           END-PERFORM.
           IF w-param-status IS EQUAL "00" OR
              w-param-status IS EQUAL "10" THEN
               CLOSE PARAMETROS
           END-IF.

       120-LEER-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-fin-param.

       130-APLICO-PARAMETRO.
           EVALUATE param-clave
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN "PATH-COMP-ENTRADA"
                   MOVE param-valor TO w-path-comp-entrada
               WHEN "PATH-COMP-DEVOL"
                   MOVE param-valor TO w-path-comp-devol
               WHEN "PATH-COMP-SALIDA"
                   MOVE param-valor TO w-path-comp-salida
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-LIQ-COMPEN"
                   MOVE param-valor TO w-path-liq-compen
               WHEN "PATH-LIQ-COMP-CTB"
                   MOVE param-valor TO w-path-liq-comp-ctb
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Se liquida despues del apareo: sin cierre correcto del MERGE
      * de la fecha ni la auditoria ni el archivo enviado estan
      * completos.
       140-VERIFICO-MERGE.
           MOVE ZERO TO w-flag-merge-ok.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin
               PERFORM 145-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   IF run-programa IS EQUAL "MERGE" AND
                      run-evento IS EQUAL "C" AND
                      run-resultado IS EQUAL "OK" AND
                      run-fecha IS EQUAL w-fecha-proceso THEN
                       MOVE 1 TO w-flag-merge-ok
                   END-IF
                   PERFORM 145-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.
           IF w-flag-merge-ok IS EQUAL ZERO THEN
               DISPLAY "EL APAREO DE LA FECHA " w-fecha-proceso
                   " NO CERRO CORRECTAMENTE"
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       145-LEER-RUN-CTRL.
           READ RUN-CTRL AT END MOVE 1 TO w-flag-fin.

      * Lo recibido sale de la cola del archivo de la camara. Si no
      * hay archivo, o es de otra fecha, ese dia no hubo recepcion.
       200-LEO-RECIBIDO.
           MOVE ZERO TO w-hdr-fecha-arch.
           MOVE ZERO TO w-flag-trl.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT COMP-ENTRADA.
           IF w-cmpent-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE LA CAMARA (ESTADO "
                   w-cmpent-status "), SIN RECEPCION EN LA FECHA"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 210-LEER-ENTRADA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               EVALUATE ent-tipo
                   WHEN "H"
                       MOVE ent-hdr-fecha TO w-hdr-fecha-arch
                   WHEN "T"
                       MOVE 1 TO w-flag-trl
                       MOVE ent-trl-cantidad TO w-trl-cant-arch
                       MOVE ent-trl-total TO w-trl-total-arch
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 210-LEER-ENTRADA
           END-PERFORM.
           IF w-cmpent-status IS EQUAL "00" OR
              w-cmpent-status IS EQUAL "10" THEN
               CLOSE COMP-ENTRADA
           END-IF.
           IF w-hdr-fecha-arch IS EQUAL w-fecha-proceso AND
              w-flag-trl IS EQUAL 1 THEN
               MOVE w-trl-cant-arch TO w-cont-recibido
               MOVE w-trl-total-arch TO w-total-recibido
           ELSE
               IF w-hdr-fecha-arch IS NOT EQUAL ZERO THEN
                   DISPLAY "EL ARCHIVO DE LA CAMARA ES DE LA FECHA "
                       w-hdr-fecha-arch ", SIN RECEPCION EN LA FECHA"
               END-IF
           END-IF.

       210-LEER-ENTRADA.
           READ COMP-ENTRADA AT END MOVE 1 TO w-flag-fin.

       300-LEO-DEVUELTO.
           MOVE ZERO TO w-hdr-fecha-arch.
           MOVE ZERO TO w-flag-trl.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT COMP-DEVOL.
           IF w-cmpdev-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE DEVOLUCIONES (ESTADO "
                   w-cmpdev-status "), SIN DEVOLUCIONES"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 310-LEER-DEVOL
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               EVALUATE dev-tipo
                   WHEN "H"
                       MOVE dev-hdr-fecha TO w-hdr-fecha-arch
                   WHEN "T"
                       MOVE 1 TO w-flag-trl
                       MOVE dev-trl-cantidad TO w-trl-cant-arch
                       MOVE dev-trl-total TO w-trl-total-arch
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 310-LEER-DEVOL
           END-PERFORM.
           IF w-cmpdev-status IS EQUAL "00" OR
              w-cmpdev-status IS EQUAL "10" THEN
               CLOSE COMP-DEVOL
           END-IF.
           IF w-hdr-fecha-arch IS EQUAL w-fecha-proceso AND
              w-flag-trl IS EQUAL 1 THEN
               MOVE w-trl-cant-arch TO w-cont-devuelto
               MOVE w-trl-total-arch TO w-total-devuelto
           END-IF.

       310-LEER-DEVOL.
           READ COMP-DEVOL AT END MOVE 1 TO w-flag-fin.

      * El archivo enviado lo genera el apareo de la fecha: si falta,
      * o no tiene cola, la liquidacion queda incompleta.
       400-LEO-ENVIADO.
           MOVE ZERO TO w-hdr-fecha-arch.
           MOVE ZERO TO w-flag-trl.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT COMP-SALIDA.
           IF w-cmpsal-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO ENVIADO A LA CAMARA (ESTADO "
                   w-cmpsal-status ")"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 410-LEER-SALIDA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               EVALUATE sal-tipo
                   WHEN "H"
                       MOVE sal-hdr-fecha TO w-hdr-fecha-arch
                   WHEN "T"
                       MOVE 1 TO w-flag-trl
                       MOVE sal-trl-cantidad TO w-trl-cant-arch
                       MOVE sal-trl-total TO w-trl-total-arch
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 410-LEER-SALIDA
           END-PERFORM.
           IF w-cmpsal-status IS EQUAL "00" OR
              w-cmpsal-status IS EQUAL "10" THEN
               CLOSE COMP-SALIDA
           END-IF.
           IF w-hdr-fecha-arch IS EQUAL w-fecha-proceso AND
              w-flag-trl IS EQUAL 1 THEN
               MOVE w-trl-cant-arch TO w-cont-enviado
               MOVE w-trl-total-arch TO w-total-enviado
           ELSE
               DISPLAY "EL ARCHIVO ENVIADO NO CORRESPONDE A LA FECHA "
                   "O NO TIENE COLA"
               MOVE ZERO TO w-flag-archivos-ok
           END-IF.

       410-LEER-SALIDA.
           READ COMP-SALIDA AT END MOVE 1 TO w-flag-fin.

      * Lo aplicado a los socios sale de la auditoria de la fecha:
      * los creditos de la camara con concepto CR y los debitos del
      * movimiento I (transferencia a otro banco).
       500-LEO-AUDITORIA.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT AUDITORIA.
           IF w-audit-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE AUDITORIA (ESTADO "
                   w-audit-status ")"
               MOVE ZERO TO w-flag-archivos-ok
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 510-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF audit-fecha IS EQUAL w-fecha-proceso THEN
                   COMPUTE w-delta-mov =
                       audit-importe-nuevo - audit-importe-ant
                   IF audit-movimiento IS EQUAL "I" THEN
                       ADD 1 TO w-cont-debitado
                       SUBTRACT w-delta-mov FROM w-total-debitado
                   ELSE
                       IF audit-concepto IS EQUAL "CR" THEN
                           ADD 1 TO w-cont-acreditado
                           ADD w-delta-mov TO w-total-acreditado
                       END-IF
                   END-IF
               END-IF
               PERFORM 510-LEER-AUDITORIA
           END-PERFORM.
           IF w-audit-status IS EQUAL "00" OR
              w-audit-status IS EQUAL "10" THEN
               CLOSE AUDITORIA
           END-IF.

       510-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-fin.

       600-INFORME.
           COMPUTE w-dif-recepcion = w-total-recibido
               - w-total-devuelto - w-total-acreditado.
           COMPUTE w-dif-envio = w-total-enviado - w-total-debitado.
           COMPUTE w-neto = w-total-recibido
               - w-total-devuelto - w-total-enviado.
           OPEN OUTPUT LIQUIDACION.
           WRITE liq-linea FROM lin-guarda.
           WRITE liq-linea FROM lin-titulo.
           WRITE liq-linea FROM lin-guarda.
           MOVE w-fecha-proceso TO l-fecha.
           WRITE liq-linea FROM lin-fecha.
           WRITE liq-linea FROM lin-blanco.
           WRITE liq-linea FROM lin-encab.
           WRITE liq-linea FROM lin-blanco.
           MOVE "CREDITOS RECIBIDOS" TO l-seccion.
           WRITE liq-linea FROM lin-seccion.
           MOVE "RECIBIDO DE LA CAMARA" TO l-liq-leyenda.
           MOVE w-cont-recibido TO l-liq-cant.
           MOVE w-total-recibido TO l-liq-importe.
           WRITE liq-linea FROM lin-liq.
           MOVE "DEVUELTO A LA CAMARA" TO l-liq-leyenda.
           MOVE w-cont-devuelto TO l-liq-cant.
           MOVE w-total-devuelto TO l-liq-importe.
           WRITE liq-linea FROM lin-liq.
           MOVE "ACREDITADO A SOCIOS" TO l-liq-leyenda.
           MOVE w-cont-acreditado TO l-liq-cant.
           MOVE w-total-acreditado TO l-liq-importe.
           WRITE liq-linea FROM lin-liq.
           MOVE "DIFERENCIA RECEPCION" TO l-tot-leyenda.
           MOVE w-dif-recepcion TO l-tot-importe.
           WRITE liq-linea FROM lin-tot.
           WRITE liq-linea FROM lin-blanco.
           MOVE "TRANSFERENCIAS ENVIADAS" TO l-seccion.
           WRITE liq-linea FROM lin-seccion.
           MOVE "ENVIADO A LA CAMARA" TO l-liq-leyenda.
           MOVE w-cont-enviado TO l-liq-cant.
           MOVE w-total-enviado TO l-liq-importe.
           WRITE liq-linea FROM lin-liq.
           MOVE "DEBITADO A SOCIOS" TO l-liq-leyenda.
           MOVE w-cont-debitado TO l-liq-cant.
           MOVE w-total-debitado TO l-liq-importe.
           WRITE liq-linea FROM lin-liq.
           MOVE "DIFERENCIA ENVIO" TO l-tot-leyenda.
           MOVE w-dif-envio TO l-tot-importe.
           WRITE liq-linea FROM lin-tot.
           WRITE liq-linea FROM lin-blanco.
           MOVE "SALDO NETO A COBRAR (+) / PAGAR (-)" TO l-tot-leyenda.
           MOVE w-neto TO l-tot-importe.
           WRITE liq-linea FROM lin-tot.
           WRITE liq-linea FROM lin-blanco.
           IF w-flag-archivos-ok IS EQUAL ZERO THEN
               MOVE "RESULTADO: LIQUIDACION INCOMPLETA, FALTAN ARCH."
                   TO l-veredicto
               MOVE "ER" TO w-resultado-liq
               MOVE 8 TO RETURN-CODE
           ELSE
           IF w-dif-recepcion IS EQUAL ZERO AND
              w-dif-envio IS EQUAL ZERO THEN
               MOVE "RESULTADO: LIQUIDACION CORRECTA" TO l-veredicto
               MOVE "OK" TO w-resultado-liq
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE "RESULTADO: LIQUIDACION CON DIFERENCIAS"
                   TO l-veredicto
               MOVE "DI" TO w-resultado-liq
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE liq-linea FROM lin-veredicto.
           WRITE liq-linea FROM lin-guarda.
           CLOSE LIQUIDACION.

      * La interfaz contable solo imputa una liquidacion correcta;
      * con diferencias el registro queda igual, marcado "DI", para
      * que no se tome.
       700-GRABO-CONTABLE.
           IF w-resultado-liq IS NOT EQUAL "ER" THEN
               OPEN EXTEND LIQ-CONTABLE
               IF w-liqctb-status IS EQUAL "35" THEN
                   OPEN OUTPUT LIQ-CONTABLE
               END-IF
               MOVE w-fecha-proceso TO ctb-fecha
               MOVE w-total-recibido TO ctb-recibido
               MOVE w-total-devuelto TO ctb-devuelto
               MOVE w-total-acreditado TO ctb-acreditado
               MOVE w-total-enviado TO ctb-enviado
               MOVE w-total-debitado TO ctb-debitado
               MOVE w-neto TO ctb-neto
               MOVE w-resultado-liq TO ctb-resultado
               WRITE ctb-reg
               CLOSE LIQ-CONTABLE
           END-IF.

       800-FIN.
           PERFORM 810-GRABO-RUN-EVENTO.
           DISPLAY "LIQUIDACION GENERADA: archLiqCompen.dat".
           DISPLAY "RECIBIDO DE LA CAMARA : " w-cont-recibido " "
               w-total-recibido.
           DISPLAY "DEVUELTO A LA CAMARA  : " w-cont-devuelto " "
               w-total-devuelto.
           DISPLAY "ACREDITADO A SOCIOS   : " w-cont-acreditado " "
               w-total-acreditado.
           DISPLAY "ENVIADO A LA CAMARA   : " w-cont-enviado " "
               w-total-enviado.
           DISPLAY "DEBITADO A SOCIOS     : " w-cont-debitado " "
               w-total-debitado.
           DISPLAY "SALDO NETO            : " w-neto.
           DISPLAY l-veredicto.

       810-GRABO-RUN-EVENTO.
           OPEN EXTEND RUN-CTRL.
           IF w-runctl-status IS EQUAL "35" THEN
               OPEN OUTPUT RUN-CTRL
           END-IF.
           MOVE "LIQCOMP" TO run-programa.
           MOVE w-fecha-proceso TO run-fecha.
           MOVE "C" TO run-evento.
           MOVE w-resultado-liq TO run-resultado.
           WRITE run-reg.
           CLOSE RUN-CTRL.

           END PROGRAM Liquida_Compensacion.
