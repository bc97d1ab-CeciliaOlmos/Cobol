           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

           SELECT COMP-SALIDA
           ASSIGN TO DYNAMIC w-path-comp-salida
           FILE STATUS IS w-compsal-status.

           SELECT COMP-SAL-CTL
           ASSIGN TO DYNAMIC w-path-comp-sal-ctl.

           SELECT LISTADO-SOC
           ASSIGN TO DYNAMIC w-path-list-socios.

           03 nov-socio pic 9(4).
           03 nov-movimiento pic x.
           03 nov-nombre pic x(20).
           03 nov-interbanco redefines nov-nombre.
               05 nov-banco-dest pic 9(3).
               05 nov-cuenta-dest pic 9(17).
           03 nov-importe pic s9(7)v99.
           03 nov-destino pic 9(4).
           03 nov-sucursal pic 9(2).
           03 nov-concepto pic x(2).

       FD  LOG-ERRORES.
       01  log-reg.
           03 restart-cont-err-tcsa pic 9(4).
           03 restart-cont-err-apll pic 9(4).
           03 restart-cont-err-sblq pic 9(4).
           03 restart-cont-interb pic 9(4).
           03 restart-cont-err-isif pic 9(4).
           03 restart-cont-err-iari pic 9(4).
           03 restart-cont-err-ipll pic 9(4).

       FD  AUDITORIA.
       01  audit-reg.
           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  PEND-CTRL.
       01  pend-ctrl-reg.
           03 pend-ctrl-importe pic s9(8)v99.
           03 pend-ctrl-origen pic 9(4).
           03 pend-ctrl-sucursal pic 9(2).
           03 pend-ctrl-concepto pic x(2).

       FD  RUN-CTRL.
       01  run-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

      * Archivo de transferencias a otros bancos para la camara
      * compensadora: cabecera "H", detalles "D" y cola "T" con
      * cantidad e importe total.
       FD  COMP-SALIDA.
       01  cmp-reg.
           03 cmp-tipo pic x.
           03 cmp-detalle.
               05 cmp-secuencia pic 9(6).
               05 cmp-banco-orig pic 9(3).
               05 cmp-cuenta-orig pic 9(17).
               05 cmp-banco-dest pic 9(3).
               05 cmp-cuenta-dest pic 9(17).
               05 cmp-importe pic 9(11)v99.
               05 cmp-titular pic x(30).
               05 cmp-motivo pic x(8).
               05 filler pic x(2).
           03 cmp-cabecera redefines cmp-detalle.
               05 cmp-hdr-fecha pic 9(8).
               05 cmp-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 cmp-cola redefines cmp-detalle.
               05 cmp-trl-cantidad pic 9(7).
               05 cmp-trl-total pic 9(13)v99.
               05 filler pic x(77).

       FD  COMP-SAL-CTL.
       01  cmp-ctl-reg.
           03 cmp-ctl-cantidad pic 9(7).
           03 cmp-ctl-total pic 9(13)v99.
           03 cmp-ctl-fecha pic 9(8).

       FD  LISTADO-SOC.
       01  lst-soc-linea pic x(101).

           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSociosSec.dat".
       01  w-path-socios-act pic x(60)
       01  w-audit-ant pic s9(8)v99 value zero.
       01  w-audit-nuevo pic s9(8)v99 value zero.
       01  w-audit-suc pic 9(2) value zero.
       01  w-audit-concepto pic x(2) value spaces.
       01  w-cont-transf pic 9(4) value zero.
       01  w-cont-err-tdne pic 9(4) value zero.
       01  w-cont-err-tasm pic 9(4) value zero.
       01  w-cont-err-apll pic 9(4) value zero.
       01  w-cont-err-sblq pic 9(4) value zero.
       01  w-flag-transf-ok pic 9 value zero.
       01  w-cont-interb pic 9(4) value zero.
       01  w-cont-err-isif pic 9(4) value zero.
       01  w-cont-err-iari pic 9(4) value zero.
       01  w-cont-err-ipll pic 9(4) value zero.
       01  w-banco-propio pic 9(3) value zero.
       01  w-compsal-status pic xx.
       01  w-flag-fin-compsal pic 9 value zero.
       01  w-comp-cantidad pic 9(7) value zero.
       01  w-comp-total pic 9(13)v99 value zero.
       01  w-comp-secuencia pic 9(6) value zero.
       01  w-path-comp-salida pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompSalida.dat".
       01  w-path-comp-sal-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompSalCtl.dat".
      * Pagos a otros bancos aceptados y todavia no grabados: se
      * graban junto con el socio, como la auditoria pendiente.
       01  w-cant-comp-pend pic 999 value zero.
       01  idx-comp-pend pic 999 value zero.
       01  tabla-comp-pend.
           03 cmp-pend-entry occurs 100 times.
               05 cmp-pend-socio pic 9(4).
               05 cmp-pend-banco pic 9(3).
               05 cmp-pend-cuenta pic 9(17).
               05 cmp-pend-importe pic 9(11)v99.
               05 cmp-pend-titular pic x(20).
       01  w-transf-cod-error pic 9 value zero.
       01  w-flag-pre-fin pic 9 value zero.
       01  w-idx-existe pic 9(5) value zero.
               05 pend-importe pic s9(8)v99.
               05 pend-origen pic 9(4).
               05 pend-sucursal pic 9(2).
               05 pend-concepto pic x(2).
               05 pend-activo pic 9.
       01  w-cant-audit-pend pic 999 value zero.
       01  idx-audit-pend pic 999 value zero.
               05 aud-pend-ant pic s9(8)v99.
               05 aud-pend-nuevo pic s9(8)v99.
               05 aud-pend-suc pic 9(2).
               05 aud-pend-concepto pic x(2).
       01  w-path-restart pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRestart.dat".
       01  w-path-restart-pend pic x(60)
                   MOVE param-valor(1:1) TO w-forzar-reproceso
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN "PATH-COMP-SALIDA"
                   MOVE param-valor TO w-path-comp-salida
               WHEN "PATH-COMP-SAL-CTL"
                   MOVE param-valor TO w-path-comp-sal-ctl
               WHEN "BANCO-PROPIO"
                   IF param-valor(1:3) IS NUMERIC THEN
                       MOVE param-valor(1:3) TO w-banco-propio
                   ELSE
                       DISPLAY "PARAMETRO BANCO-PROPIO INVALIDO, "
                           "SE IGNORA"
                   END-IF
               WHEN "LINEAS-PAGINA"
                   IF param-valor(1:2) IS NUMERIC AND
                      param-valor(1:2) IS NOT EQUAL "00" THEN
           MOVE restart-cont-err-tcsa TO w-cont-err-tcsa.
           MOVE restart-cont-err-apll TO w-cont-err-apll.
           MOVE restart-cont-err-sblq TO w-cont-err-sblq.
           MOVE restart-cont-interb TO w-cont-interb.
           MOVE restart-cont-err-isif TO w-cont-err-isif.
           MOVE restart-cont-err-iari TO w-cont-err-iari.
           MOVE restart-cont-err-ipll TO w-cont-err-ipll.

      * El control de corridas impide reprocesar una fecha ya cerrada,
      * retroceder la fecha de proceso o arrancar sin que la fecha
               OPEN OUTPUT SOCIOS-ACT
           END-IF.
           PERFORM 121-ABRO-AUDITORIA.
           PERFORM 123-ABRO-COMP-SALIDA.

       122-VERIFICO-ULTIMO-COMMITEADO.
           MOVE ZERO TO w-ult-commit-socio.
               OPEN OUTPUT AUDITORIA
           END-IF.

      * En un reinicio las transferencias a otros bancos ya grabadas
      * se recuentan para que la cola del archivo cierre con todo lo
      * enviado en la fecha.
       123-ABRO-COMP-SALIDA.
           MOVE ZERO TO w-comp-cantidad.
           MOVE ZERO TO w-comp-total.
           MOVE ZERO TO w-comp-secuencia.
           IF w-flag-restart IS EQUAL 1 THEN
               OPEN INPUT COMP-SALIDA
               IF w-compsal-status IS EQUAL "00" THEN
                   MOVE ZERO TO w-flag-fin-compsal
                   PERFORM 124-LEER-COMP-SALIDA
                   PERFORM UNTIL w-flag-fin-compsal IS EQUAL 1
                       IF cmp-tipo IS EQUAL "D" THEN
                           ADD 1 TO w-comp-cantidad
                           ADD cmp-importe TO w-comp-total
                           MOVE cmp-secuencia TO w-comp-secuencia
                       END-IF
                       PERFORM 124-LEER-COMP-SALIDA
                   END-PERFORM
                   CLOSE COMP-SALIDA
                   OPEN EXTEND COMP-SALIDA
               ELSE
                   PERFORM 125-INICIO-COMP-SALIDA
               END-IF
           ELSE
               PERFORM 125-INICIO-COMP-SALIDA
           END-IF.

       124-LEER-COMP-SALIDA.
           READ COMP-SALIDA AT END MOVE 1 TO w-flag-fin-compsal.

       125-INICIO-COMP-SALIDA.
           OPEN OUTPUT COMP-SALIDA.
           MOVE SPACES TO cmp-reg.
           MOVE "H" TO cmp-tipo.
           MOVE w-fecha-proceso TO cmp-hdr-fecha.
           MOVE w-banco-propio TO cmp-hdr-banco.
           WRITE cmp-reg.

       130-REANUDAR-DESDE-CHECKPOINT.
           PERFORM 131-CARGO-PENDIENTES-CHECKPOINT.
           PERFORM 150-LEER-SOCIO.
                   MOVE pend-ctrl-importe TO pend-importe(idx-pend)
                   MOVE pend-ctrl-origen TO pend-origen(idx-pend)
                   MOVE pend-ctrl-sucursal TO pend-sucursal(idx-pend)
                   MOVE pend-ctrl-concepto TO pend-concepto(idx-pend)
                   MOVE 1 TO pend-activo(idx-pend)
                   ADD 1 TO idx-pend
                   PERFORM 132-LEER-PENDIENTE-CHECKPOINT
                       IF nov-importe IS NUMERIC THEN
                           ADD nov-importe TO w-suma-nov-det
                       END-IF
                       IF nov-concepto IS EQUAL SPACES THEN
                           PERFORM 1514-CONCEPTO-POR-DEFECTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   "SIGUE SIN PRUEBA"
           END-IF.

      * Novedades anteriores a los conceptos: se asume el concepto de
      * operador que corresponde al movimiento.
       1514-CONCEPTO-POR-DEFECTO.
           EVALUATE nov-movimiento
               WHEN "A" MOVE "AL" TO nov-concepto
               WHEN "B" MOVE "BA" TO nov-concepto
               WHEN "T" MOVE "TR" TO nov-concepto
               WHEN "I" MOVE "TE" TO nov-concepto
               WHEN OTHER MOVE "AJ" TO nov-concepto
           END-EVALUATE.

       158-VERIFICO-SECUENCIA-NOVED.
           IF nov-socio < w-ant-nov-socio THEN
               PERFORM 159-ARMO-LINEA-ERROR-FDS-NOVED
           PERFORM 227-APLICO-CREDITO-PENDIENTE.
           WRITE soc-act-reg.
           PERFORM 228-GRABO-AUDITORIA-PENDIENTE.
           PERFORM 229-GRABO-COMP-PENDIENTE.
           PERFORM 225-GRABO-CHECKPOINT.

       225-GRABO-CHECKPOINT.
           MOVE w-cont-err-tcsa TO restart-cont-err-tcsa.
           MOVE w-cont-err-apll TO restart-cont-err-apll.
           MOVE w-cont-err-sblq TO restart-cont-err-sblq.
           MOVE w-cont-interb TO restart-cont-interb.
           MOVE w-cont-err-isif TO restart-cont-err-isif.
           MOVE w-cont-err-iari TO restart-cont-err-iari.
           MOVE w-cont-err-ipll TO restart-cont-err-ipll.
           OPEN OUTPUT RESTART-CTRL.
           WRITE restart-reg.
           CLOSE RESTART-CTRL.
                   MOVE pend-importe(idx-pend) TO pend-ctrl-importe
                   MOVE pend-origen(idx-pend) TO pend-ctrl-origen
                   MOVE pend-sucursal(idx-pend) TO pend-ctrl-sucursal
                   MOVE pend-concepto(idx-pend) TO pend-ctrl-concepto
                   WRITE pend-ctrl-reg
               END-IF
               ADD 1 TO idx-pend
                   MOVE soc-act-socio TO w-audit-socio
                   MOVE "T" TO w-audit-mov
                   MOVE pend-sucursal(idx-pend) TO w-audit-suc
                   MOVE pend-concepto(idx-pend) TO w-audit-concepto
                   MOVE soc-act-importe TO w-audit-ant
                   ADD pend-importe(idx-pend) TO soc-act-importe
                   MOVE soc-act-importe TO w-audit-nuevo
               MOVE aud-pend-nuevo(idx-audit-pend)
                   TO audit-importe-nuevo
               MOVE aud-pend-suc(idx-audit-pend) TO audit-sucursal
               MOVE aud-pend-concepto(idx-audit-pend)
                   TO audit-concepto
               MOVE SPACES TO audit-operador
               MOVE SPACES TO audit-autorizo
               IF w-fecha-proceso > ZERO THEN
                   MOVE w-fecha-proceso TO audit-fecha
               ELSE
           END-PERFORM.
           MOVE ZERO TO w-cant-audit-pend.

       229-GRABO-COMP-PENDIENTE.
           MOVE 1 TO idx-comp-pend.
           PERFORM UNTIL idx-comp-pend > w-cant-comp-pend
               ADD 1 TO w-comp-secuencia
               MOVE SPACES TO cmp-reg
               MOVE "D" TO cmp-tipo
               MOVE w-comp-secuencia TO cmp-secuencia
               MOVE w-banco-propio TO cmp-banco-orig
               MOVE cmp-pend-socio(idx-comp-pend) TO cmp-cuenta-orig
               MOVE cmp-pend-banco(idx-comp-pend) TO cmp-banco-dest
               MOVE cmp-pend-cuenta(idx-comp-pend) TO cmp-cuenta-dest
               MOVE cmp-pend-importe(idx-comp-pend) TO cmp-importe
               MOVE cmp-pend-titular(idx-comp-pend) TO cmp-titular
               WRITE cmp-reg
               ADD 1 TO w-comp-cantidad
               ADD cmp-pend-importe(idx-comp-pend) TO w-comp-total
               ADD 1 TO idx-comp-pend
           END-PERFORM.
           MOVE ZERO TO w-cant-comp-pend.

       240-LEO-SOCIOS-VER-FIN-ARCH.
           IF soc-socio IS NOT EQUAL 9999 THEN
               PERFORM 150-LEER-SOCIO.
                   MOVE soc-act-socio TO w-audit-socio
                   MOVE "B" TO w-audit-mov
                   MOVE nov-sucursal TO w-audit-suc
                   MOVE nov-concepto TO w-audit-concepto
                   MOVE soc-act-importe TO w-audit-ant
                   MOVE ZERO TO w-audit-nuevo
                   IF soc-act-socio IS EQUAL soc-socio THEN
                   PERFORM 900-GRABO-AUDITORIA
                   ADD 1 TO w-cont-baja
               ELSE
                   IF nov-movimiento IS EQUAL "T" OR
                      nov-movimiento IS EQUAL "I" THEN
                       IF soc-act-estado IS EQUAL "B" THEN
                           PERFORM 336-ARMO-LINEA-ERROR-SBLQ
                           PERFORM 420-GRABO-EN-LOG-ERRORES
                       ELSE
                           IF nov-movimiento IS EQUAL "T" THEN
                               PERFORM 360-PROCESO-TRANSFERENCIA
                           ELSE
                               PERFORM 370-PROCESO-TRANSF-INTERB
                           END-IF
                       END-IF
                   ELSE
                       IF soc-act-estado IS EQUAL "B" THEN
           MOVE soc-act-socio TO w-audit-socio.
           MOVE "T" TO w-audit-mov.
           MOVE nov-sucursal TO w-audit-suc.
           MOVE nov-concepto TO w-audit-concepto.
           MOVE soc-act-importe TO w-audit-ant.
           SUBTRACT nov-importe FROM soc-act-importe.
           MOVE soc-act-importe TO w-audit-nuevo.
               MOVE nov-importe TO pend-importe(idx-pend)
               MOVE nov-socio TO pend-origen(idx-pend)
               MOVE nov-sucursal TO pend-sucursal(idx-pend)
               MOVE nov-concepto TO pend-concepto(idx-pend)
               MOVE 1 TO pend-activo(idx-pend)
           ELSE
               DISPLAY "ALERTA: TABLA DE TRANSF. PENDIENTES LLENA"
               PERFORM 420-GRABO-EN-LOG-ERRORES
           END-IF.

      * Transferencia a otro banco: se debita al socio y el pago queda
      * pendiente hasta grabar el socio, para el archivo de salida a
      * la camara compensadora.
       370-PROCESO-TRANSF-INTERB.
           COMPUTE w-saldo-prueba =
               soc-act-importe - nov-importe + soc-act-limite.
           IF w-saldo-prueba < ZERO THEN
               PERFORM 371-ARMO-LINEA-ERROR-ISIF
               PERFORM 420-GRABO-EN-LOG-ERRORES
           ELSE
               IF w-cant-comp-pend < 100 THEN
                   PERFORM 372-APLICO-DEBITO-INTERB
               ELSE
                   DISPLAY "ALERTA: TABLA DE PAGOS A OTROS BANCOS LLENA"
                   PERFORM 373-ARMO-LINEA-ERROR-IPLL
                   PERFORM 420-GRABO-EN-LOG-ERRORES
               END-IF
           END-IF.

       371-ARMO-LINEA-ERROR-ISIF.
           MOVE soc-act-socio TO log-socio.
           MOVE "I" TO log-movimiento.
           MOVE soc-act-importe TO log-importe.
           MOVE ZERO TO log-destino.
           MOVE "I.S.I.F" TO log-error.
           ADD 1 TO w-cont-err-isif.

       372-APLICO-DEBITO-INTERB.
           MOVE soc-act-socio TO w-audit-socio.
           MOVE "I" TO w-audit-mov.
           MOVE nov-sucursal TO w-audit-suc.
           MOVE nov-concepto TO w-audit-concepto.
           MOVE soc-act-importe TO w-audit-ant.
           SUBTRACT nov-importe FROM soc-act-importe.
           MOVE soc-act-importe TO w-audit-nuevo.
           IF soc-act-estado IS EQUAL "D" THEN
               MOVE "A" TO soc-act-estado.
           PERFORM 900-GRABO-AUDITORIA.
           ADD 1 TO w-cant-comp-pend.
           MOVE soc-act-socio TO cmp-pend-socio(w-cant-comp-pend).
           MOVE nov-banco-dest TO cmp-pend-banco(w-cant-comp-pend).
           MOVE nov-cuenta-dest TO cmp-pend-cuenta(w-cant-comp-pend).
           MOVE nov-importe TO cmp-pend-importe(w-cant-comp-pend).
           MOVE soc-act-nombre TO cmp-pend-titular(w-cant-comp-pend).
           ADD 1 TO w-cont-interb.

       373-ARMO-LINEA-ERROR-IPLL.
           MOVE soc-act-socio TO log-socio.
           MOVE "I" TO log-movimiento.
           MOVE nov-importe TO log-importe.
           MOVE ZERO TO log-destino.
           MOVE "I.P.LL" TO log-error.
           ADD 1 TO w-cont-err-ipll.

       340-LEO-NOVEDADES-VER-FIN-ARCH.
           IF nov-socio IS NOT EQUAL 9999 THEN
               PERFORM 151-LEER-NOVEDAD.
           MOVE soc-act-socio TO w-audit-socio.
           MOVE "M" TO w-audit-mov.
           MOVE nov-sucursal TO w-audit-suc.
           MOVE nov-concepto TO w-audit-concepto.
           MOVE soc-act-importe TO w-audit-ant.
           IF nov-nombre IS NOT EQUAL " " THEN
               MOVE nov-nombre TO soc-nombre.
           IF nov-movimiento IS EQUAL "T" THEN
               PERFORM 437-ARMO-LINEA-ERROR-TARI
           END-IF.
           IF nov-movimiento IS EQUAL "I" THEN
               PERFORM 438-ARMO-LINEA-ERROR-IARI
           END-IF.

       435-ARMO-LINEA-ERROR-MARI.
           MOVE soc-act-socio TO log-socio.
           MOVE "T.A.R.I" TO log-error.
           ADD 1 TO w-cont-err-tari.

       438-ARMO-LINEA-ERROR-IARI.
           MOVE soc-act-socio TO log-socio.
           MOVE "I" TO log-movimiento.
           MOVE soc-act-importe TO log-importe.
           MOVE ZERO TO log-destino.
           MOVE "I.A.R.I" TO log-error.
           ADD 1 TO w-cont-err-iari.

       460-PASO-DAT-NOV-A-ACT.
           MOVE nov-socio TO soc-act-socio.
           MOVE nov-nombre TO soc-act-nombre.
           MOVE soc-act-socio TO w-audit-socio.
           MOVE "A" TO w-audit-mov.
           MOVE nov-sucursal TO w-audit-suc.
           MOVE nov-concepto TO w-audit-concepto.
           MOVE ZERO TO w-audit-ant.
           MOVE soc-act-importe TO w-audit-nuevo.
           PERFORM 900-GRABO-AUDITORIA.
               DISPLAY "CORRIDA ABORTADA: ARCHIVO FUERA DE SECUENCIA"
           ELSE
               PERFORM 228-GRABO-AUDITORIA-PENDIENTE
               PERFORM 229-GRABO-COMP-PENDIENTE
               PERFORM 506-CIERRO-COMP-SALIDA
               PERFORM 505-BORRO-CHECKPOINT
               MOVE "C" TO w-run-evento
               MOVE "OK" TO w-run-resultado
           CALL "CBL_DELETE_FILE" USING w-path-restart.
           CALL "CBL_DELETE_FILE" USING w-path-restart-pend.

      * Cola del archivo para la camara y control con cantidad,
      * importe total y fecha, que usa la liquidacion diaria.
       506-CIERRO-COMP-SALIDA.
           MOVE SPACES TO cmp-reg.
           MOVE "T" TO cmp-tipo.
           MOVE w-comp-cantidad TO cmp-trl-cantidad.
           MOVE w-comp-total TO cmp-trl-total.
           WRITE cmp-reg.
           OPEN OUTPUT COMP-SAL-CTL.
           MOVE w-comp-cantidad TO cmp-ctl-cantidad.
           MOVE w-comp-total TO cmp-ctl-total.
           MOVE w-fecha-proceso TO cmp-ctl-fecha.
           WRITE cmp-ctl-reg.
           CLOSE COMP-SAL-CTL.

       508-VERIFICO-PENDIENTES-SIN-APLICAR.
           MOVE 1 TO idx-pend.
           PERFORM UNTIL idx-pend > 200
               MOVE w-audit-ant TO aud-pend-ant(w-cant-audit-pend)
               MOVE w-audit-nuevo TO aud-pend-nuevo(w-cant-audit-pend)
               MOVE w-audit-suc TO aud-pend-suc(w-cant-audit-pend)
               MOVE w-audit-concepto
                   TO aud-pend-concepto(w-cant-audit-pend)
           ELSE
               DISPLAY "ALERTA: TABLA DE AUDITORIA PENDIENTE LLENA"
               MOVE w-audit-socio TO log-socio
           CLOSE LOG-ERRORES.
           CLOSE SOCIOS-ACT.
           CLOSE AUDITORIA.
           CLOSE COMP-SALIDA.

       530-MUESTRO-ARCHIVOS.
           IF w-fecha-proceso > ZERO THEN
           MOVE "ERRORES S.B.L.Q" TO l-ctl-leyenda.
           MOVE w-cont-err-sblq TO l-ctl-cantidad.
           PERFORM 660-GRABO-LINEA-LST-CTL.
           DISPLAY "TRANSF. OTROS BANCOS  : " w-cont-interb.
           MOVE "TRANSF. OTROS BANCOS" TO l-ctl-leyenda.
           MOVE w-cont-interb TO l-ctl-cantidad.
           PERFORM 660-GRABO-LINEA-LST-CTL.
           DISPLAY "ERRORES I.S.I.F       : " w-cont-err-isif.
           MOVE "ERRORES I.S.I.F" TO l-ctl-leyenda.
           MOVE w-cont-err-isif TO l-ctl-cantidad.
           PERFORM 660-GRABO-LINEA-LST-CTL.
           DISPLAY "ERRORES I.A.R.I       : " w-cont-err-iari.
           MOVE "ERRORES I.A.R.I" TO l-ctl-leyenda.
           MOVE w-cont-err-iari TO l-ctl-cantidad.
           PERFORM 660-GRABO-LINEA-LST-CTL.
           DISPLAY "ERRORES I.P.LL        : " w-cont-err-ipll.
           MOVE "ERRORES I.P.LL" TO l-ctl-leyenda.
           MOVE w-cont-err-ipll TO l-ctl-cantidad.
           PERFORM 660-GRABO-LINEA-LST-CTL.
           DISPLAY "TOTAL ENVIADO A CAMARA: " w-comp-total.
           MOVE "TOTAL ENVIADO A CAMARA" TO l-cti-leyenda.
           MOVE w-comp-total TO l-cti-importe.
           PERFORM 661-GRABO-LINEA-IMP-CTL.
           DISPLAY "NOVEDADES VERIFICADAS : " w-cant-nov-det.
           MOVE "NOVEDADES VERIFICADAS" TO l-ctl-leyenda.
           MOVE w-cant-nov-det TO l-ctl-cantidad.
