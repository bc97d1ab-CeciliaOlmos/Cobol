      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Genera_Cuotas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS
           ASSIGN TO DYNAMIC w-path-prestamos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pre-numero
           FILE STATUS IS w-pre-status.

           SELECT CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-clave
           FILE STATUS IS w-cuo-status.

           SELECT PRE-EMITIDAS
           ASSIGN TO DYNAMIC w-path-pre-emitidas
           FILE STATUS IS w-emi-status.

           SELECT NOVED-PRE
           ASSIGN TO DYNAMIC w-path-noved-pre.

           SELECT NOVED-PRE-CTL
           ASSIGN TO DYNAMIC w-path-noved-pre-ctl.

           SELECT LOG-ERRORES
           ASSIGN TO DYNAMIC w-path-errores
           FILE STATUS IS w-logerr-status.

           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT ORDENA-PRE
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archPrestSrt.tmp".

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-numero pic 9(6).
           03 pre-socio pic 9(4).
           03 pre-capital pic 9(7)v99.
           03 pre-tasa-anual pic 9(3)v99.
           03 pre-plazo pic 9(3).
           03 pre-fecha-otorgado pic 9(8).
           03 pre-fecha-primer-vto pic 9(8).
           03 pre-cuota pic 9(7)v99.
           03 pre-saldo-capital pic 9(7)v99.
           03 pre-cuotas-pagas pic 9(3).
           03 pre-cuotas-atraso pic 9(3).
           03 pre-importe-atraso pic 9(8)v99.
           03 pre-fecha-mora pic 9(8).
           03 pre-estado pic x.
           03 pre-sucursal pic 9(2).
           03 pre-operador pic x(8).
           03 pre-fecha-desembolso pic 9(8).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-clave.
               05 cuo-prestamo pic 9(6).
               05 cuo-numero pic 9(3).
           03 cuo-socio pic 9(4).
           03 cuo-vencimiento pic 9(8).
           03 cuo-importe pic 9(7)v99.
           03 cuo-interes pic 9(7)v99.
           03 cuo-amortizacion pic 9(7)v99.
           03 cuo-saldo pic 9(7)v99.
           03 cuo-estado pic x.
           03 cuo-fecha-cobro pic 9(8).
           03 cuo-intentos pic 9(2).
           03 cuo-ult-error pic x(8).

      * Lote emitido en la ultima generacion. La cuota 000 es el
      * desembolso del prestamo (credito), las demas son debitos.
       FD  PRE-EMITIDAS.
       01  emi-reg.
           03 emi-prestamo pic 9(6).
           03 emi-cuota pic 9(3).
           03 emi-socio pic 9(4).
           03 emi-importe pic s9(7)v99.
           03 emi-fecha pic 9(8).
           03 emi-sucursal pic 9(2).

       FD  NOVED-PRE.
       01  nov-pre-reg.
           03 nov-pre-socio pic 9(4).
           03 nov-pre-movimiento pic x.
           03 nov-pre-nombre pic x(20).
           03 nov-pre-importe pic s9(7)v99.
           03 nov-pre-destino pic 9(4).
           03 nov-pre-sucursal pic 9(2).
           03 nov-pre-concepto pic x(2).

       FD  NOVED-PRE-CTL.
       01  pre-ctl-reg.
           03 pre-ctl-cantidad pic 9(5).

       FD  LOG-ERRORES.
       01  log-reg.
           03 log-socio pic 9(4).
           03 log-movimiento pic x.
           03 log-importe pic s9(7)v99.
           03 log-destino pic 9(4).
           03 log-error pic x(40).

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

       FD  RUN-CTRL.
       01  run-reg.
           03 run-programa pic x(10).
           03 run-fecha pic 9(8).
           03 run-evento pic x.
           03 run-resultado pic x(2).

       SD  ORDENA-PRE.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-prestamo pic 9(6).
           03 srt-cuota pic 9(3).
           03 srt-importe pic s9(7)v99.
           03 srt-sucursal pic 9(2).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-param-status pic xx.
       01  w-pre-status pic xx.
       01  w-cuo-status pic xx.
       01  w-emi-status pic xx.
       01  w-logerr-status pic xx.
       01  w-audit-status pic xx.
       01  w-runctl-status pic xx.
       01  w-run-resultado pic x(2) value spaces.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-pre pic 9 value zero.
       01  w-flag-fin-cuo pic 9 value zero.
       01  w-flag-fin-emi pic 9 value zero.
       01  w-flag-fin-log pic 9 value zero.
       01  w-flag-fin-audit pic 9 value zero.
       01  w-flag-fin-runctl pic 9 value zero.
       01  w-flag-fin-sort pic 9 value zero.
       01  w-flag-sin-prestamos pic 9 value zero.
       01  w-flag-reemision pic 9 value zero.
       01  w-flag-lote-aplicado pic 9 value zero.
       01  w-flag-aplicada pic 9 value zero.
       01  w-flag-error-hallado pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-lote pic 9(8) value zero.
       01  w-ult-merge-fecha pic 9(8) value zero.
       01  w-forzar-reproceso pic x value "N".
       01  w-concepto-buscado pic x(2) value spaces.
       01  w-cod-error-cuota pic x(8) value spaces.
       01  w-cont-emitidas pic 9(5) value zero.
       01  w-suma-emitidas pic s9(11)v99 value zero.
       01  w-cont-grabadas pic 9(5) value zero.
       01  w-suma-grabadas pic s9(11)v99 value zero.
       01  w-cont-conciliadas pic 9(5) value zero.
       01  w-cont-desemb-aplicados pic 9(5) value zero.
       01  w-cont-desemb-rechazados pic 9(5) value zero.
       01  w-cont-cobradas pic 9(5) value zero.
       01  w-cont-impagas pic 9(5) value zero.
       01  w-cont-desembolsos pic 9(5) value zero.
       01  w-cont-cuotas-emitidas pic 9(5) value zero.
       01  w-cont-reintentos pic 9(5) value zero.
       01  w-cont-en-mora pic 9(5) value zero.
       01  w-cont-cancelados pic 9(5) value zero.
       01  w-cont-cancelados-hoy pic 9(5) value zero.
       01  w-cant-errores pic 9(4) value zero.
       01  idx-error pic 9(4) value zero.
      * Rechazos del apareo que dejan impaga una cuota: saldo
      * insuficiente (S.I.F), socio bloqueado (S.B.L.Q) y socio
      * inexistente (M.A.R.I).
       01  tabla-errores.
           03 err-entry occurs 1000 times.
               05 err-socio pic 9(4).
               05 err-codigo pic x(8).
               05 err-usado pic 9.
      * Movimientos de prestamos que el apareo aplico en la fecha del
      * lote. El log de errores guarda el saldo del socio y no el
      * importe rechazado, por eso lo aplicado se toma de auditoria.
       01  w-cant-aplicados pic 9(4) value zero.
       01  idx-aplicado pic 9(4) value zero.
       01  tabla-aplicados.
           03 apl-entry occurs 3000 times.
               05 apl-socio pic 9(4).
               05 apl-concepto pic x(2).
               05 apl-importe pic s9(9)v99.
               05 apl-usado pic 9.
       01  w-path-prestamos pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archPrestamos.dat".
       01  w-path-cuotas pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCuotasPrest.dat".
       01  w-path-pre-emitidas pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archPrestEmit.dat".
       01  w-path-noved-pre pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedPrest.dat".
       01  w-path-noved-pre-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedPreCtl.dat".
       01  w-path-errores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archErrores.dat".
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".
      * Registros de control dentro de los archivos de novedades:
      * cabecera "0000H" con fecha y origen, cola "9999T" con cantidad
      * de registros de detalle y suma de importes.
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
      * Situacion del prestamo recalculada desde sus cuotas.
       01  w-cuotas-cobradas pic 9(3) value zero.
       01  w-cuotas-impagas pic 9(3) value zero.
       01  w-importe-impago pic 9(8)v99 value zero.
       01  w-amortizado pic 9(8)v99 value zero.
       01  w-fecha-mora pic 9(8) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONCILIO-LOTE-ANTERIOR.
           IF w-flag-reemision IS EQUAL 1 THEN
               SORT ORDENA-PRE
                   ON ASCENDING KEY srt-socio
                   ON ASCENDING KEY srt-prestamo
                   ON ASCENDING KEY srt-cuota
                   INPUT PROCEDURE IS 350-REEMITO-LOTE
                   OUTPUT PROCEDURE IS 400-GRABO-NOVEDADES
           ELSE
               SORT ORDENA-PRE
                   ON ASCENDING KEY srt-socio
                   ON ASCENDING KEY srt-prestamo
                   ON ASCENDING KEY srt-cuota
                   INPUT PROCEDURE IS 300-GENERO-CUOTAS
                   OUTPUT PROCEDURE IS 400-GRABO-NOVEDADES
           END-IF.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "GENERACION DE NOVEDADES DE PRESTAMOS".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
               DISPLAY "SIN FECHA-PROCESO, SE USA LA FECHA DE "
                   "MAQUINA " w-fecha-proceso
           END-IF.
           OPEN I-O PRESTAMOS.
           IF w-pre-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE PRESTAMOS (ESTADO " w-pre-status
                   "), SE GENERA UN LOTE VACIO"
               MOVE 1 TO w-flag-sin-prestamos
           ELSE
               OPEN I-O CUOTAS
               IF w-cuo-status IS NOT EQUAL "00" THEN
                   DISPLAY "NO SE PUDO ABRIR LAS CUOTAS, ESTADO "
                       w-cuo-status
                   DISPLAY "PROCESO CANCELADO"
                   CLOSE PRESTAMOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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
               WHEN "FORZAR-REPROCESO"
                   MOVE param-valor(1:1) TO w-forzar-reproceso
               WHEN "PATH-PRESTAMOS"
                   MOVE param-valor TO w-path-prestamos
               WHEN "PATH-CUOTAS"
                   MOVE param-valor TO w-path-cuotas
               WHEN "PATH-PRE-EMITIDAS"
                   MOVE param-valor TO w-path-pre-emitidas
               WHEN "PATH-NOVED-PRE"
                   MOVE param-valor TO w-path-noved-pre
               WHEN "PATH-NOVED-PRE-CTL"
                   MOVE param-valor TO w-path-noved-pre-ctl
               WHEN "PATH-ERRORES"
                   MOVE param-valor TO w-path-errores
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El lote de la generacion anterior se concilia cuando el
      * apareo de su fecha ya cerro. Si no cerro y el lote es de hoy
      * se reemite el mismo lote; si es de una fecha anterior la
      * corrida se cancela salvo FORZAR-REPROCESO = S, que da el lote
      * por no aplicado y deja cuotas y desembolsos para reemitir.
       200-CONCILIO-LOTE-ANTERIOR.
           MOVE ZERO TO w-fecha-lote.
           MOVE "99" TO w-emi-status.
           IF w-flag-sin-prestamos IS EQUAL ZERO THEN
               OPEN INPUT PRE-EMITIDAS
           END-IF.
           IF w-emi-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin-emi
               PERFORM 205-LEER-EMITIDA
               IF w-flag-fin-emi IS EQUAL ZERO THEN
                   MOVE emi-fecha TO w-fecha-lote
               END-IF
               IF w-fecha-lote IS NOT EQUAL ZERO THEN
                   PERFORM 210-BUSCO-MERGE-CERRADO
                   PERFORM 215-RESUELVO-LOTE
               END-IF
               CLOSE PRE-EMITIDAS
           END-IF.

       205-LEER-EMITIDA.
           READ PRE-EMITIDAS AT END MOVE 1 TO w-flag-fin-emi.

       210-BUSCO-MERGE-CERRADO.
           MOVE ZERO TO w-flag-lote-aplicado.
           MOVE ZERO TO w-ult-merge-fecha.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin-runctl
               PERFORM 211-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin-runctl IS EQUAL 1
                   IF run-programa IS EQUAL "MERGE" AND
                      run-evento IS EQUAL "C" THEN
                       IF run-fecha IS EQUAL w-fecha-lote THEN
                           MOVE 1 TO w-flag-lote-aplicado
                       END-IF
                       IF run-fecha > w-ult-merge-fecha THEN
                           MOVE run-fecha TO w-ult-merge-fecha
                       END-IF
                   END-IF
                   PERFORM 211-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.

       211-LEER-RUN-CTRL.
           READ RUN-CTRL AT END MOVE 1 TO w-flag-fin-runctl.

      * Lo cobrado sale de auditoria, asi que el lote se concilia
      * aunque el apareo haya vuelto a correr; en ese caso el log de
      * errores ya no es el del lote y las impagas quedan sin motivo.
       215-RESUELVO-LOTE.
           IF w-flag-lote-aplicado IS EQUAL 1 THEN
               IF w-ult-merge-fecha > w-fecha-lote THEN
                   DISPLAY "AVISO: EL APAREO YA CORRIO CON FECHA "
                       w-ult-merge-fecha ", LOS RECHAZOS NO SON DEL "
                       "LOTE DEL " w-fecha-lote
                   MOVE ZERO TO w-cant-errores
               ELSE
                   PERFORM 220-CARGO-ERRORES-APAREO
               END-IF
               PERFORM 225-CARGO-AUDITORIA
               PERFORM UNTIL w-flag-fin-emi IS EQUAL 1
                   PERFORM 230-CONCILIO-EMITIDA
                   PERFORM 205-LEER-EMITIDA
               END-PERFORM
           ELSE
               IF w-fecha-lote IS EQUAL w-fecha-proceso THEN
                   DISPLAY "EL LOTE DEL " w-fecha-lote " TODAVIA NO "
                       "PASO POR EL APAREO, SE REEMITE SIN CAMBIOS"
                   MOVE 1 TO w-flag-reemision
               ELSE
                   IF w-forzar-reproceso IS EQUAL "S" THEN
                       DISPLAY "FORZAR-REPROCESO = S, EL LOTE DEL "
                           w-fecha-lote " SE DA POR NO APLICADO"
                       PERFORM UNTIL w-flag-fin-emi IS EQUAL 1
                           PERFORM 260-LIBERO-EMITIDA
                           PERFORM 205-LEER-EMITIDA
                       END-PERFORM
                   ELSE
                       DISPLAY "EL LOTE DE PRESTAMOS DEL "
                           w-fecha-lote " NO TIENE APAREO CERRADO"
                       DISPLAY "PROCESO CANCELADO POR CONTROL DE "
                           "CORRIDAS"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       220-CARGO-ERRORES-APAREO.
           MOVE ZERO TO w-cant-errores.
           OPEN INPUT LOG-ERRORES.
           IF w-logerr-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin-log
               PERFORM 221-LEER-ERROR
               PERFORM UNTIL w-flag-fin-log IS EQUAL 1
                   IF log-movimiento IS EQUAL "M" AND
                      (log-error(1:8) IS EQUAL "S.I.F   " OR
                       log-error(1:8) IS EQUAL "S.B.L.Q " OR
                       log-error(1:8) IS EQUAL "M.A.R.I ") THEN
                       PERFORM 222-AGREGO-ERROR
                   END-IF
                   PERFORM 221-LEER-ERROR
               END-PERFORM
               CLOSE LOG-ERRORES
           END-IF.

       221-LEER-ERROR.
           READ LOG-ERRORES AT END MOVE 1 TO w-flag-fin-log.

       222-AGREGO-ERROR.
           IF w-cant-errores < 1000 THEN
               ADD 1 TO w-cant-errores
               MOVE log-socio TO err-socio(w-cant-errores)
               MOVE log-error(1:8) TO err-codigo(w-cant-errores)
               MOVE ZERO TO err-usado(w-cant-errores)
           ELSE
               DISPLAY "ALERTA: TABLA DE RECHAZOS LLENA, SOCIO "
                   log-socio " SIN MOTIVO DE RECHAZO"
           END-IF.

       225-CARGO-AUDITORIA.
           MOVE ZERO TO w-cant-aplicados.
           OPEN INPUT AUDITORIA.
           IF w-audit-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin-audit
               PERFORM 226-LEER-AUDITORIA
               PERFORM UNTIL w-flag-fin-audit IS EQUAL 1
                   IF audit-fecha IS EQUAL w-fecha-lote AND
                      audit-movimiento IS EQUAL "M" AND
                      (audit-concepto IS EQUAL "PR" OR
                       audit-concepto IS EQUAL "CP") THEN
                       PERFORM 227-AGREGO-APLICADO
                   END-IF
                   PERFORM 226-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
           ELSE
               DISPLAY "SIN ARCHIVO DE AUDITORIA (ESTADO "
                   w-audit-status "), EL LOTE SE DA POR NO COBRADO"
           END-IF.

       226-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-fin-audit.

       227-AGREGO-APLICADO.
           IF w-cant-aplicados < 3000 THEN
               ADD 1 TO w-cant-aplicados
               MOVE audit-socio TO apl-socio(w-cant-aplicados)
               MOVE audit-concepto TO apl-concepto(w-cant-aplicados)
               COMPUTE apl-importe(w-cant-aplicados) =
                   audit-importe-nuevo - audit-importe-ant
               MOVE ZERO TO apl-usado(w-cant-aplicados)
           ELSE
               DISPLAY "ALERTA: TABLA DE MOVIMIENTOS APLICADOS LLENA, "
                   "SOCIO " audit-socio " NO SE CONCILIA"
           END-IF.

       230-CONCILIO-EMITIDA.
           ADD 1 TO w-cont-conciliadas.
           IF emi-cuota IS EQUAL ZERO THEN
               MOVE "PR" TO w-concepto-buscado
           ELSE
               MOVE "CP" TO w-concepto-buscado
           END-IF.
           PERFORM 235-BUSCO-APLICADA.
           IF emi-cuota IS EQUAL ZERO THEN
               PERFORM 240-CONCILIO-DESEMBOLSO
           ELSE
               PERFORM 250-CONCILIO-CUOTA
           END-IF.

      * Cada movimiento aplicado se asigna a un solo item del lote.
       235-BUSCO-APLICADA.
           MOVE ZERO TO w-flag-aplicada.
           MOVE 1 TO idx-aplicado.
           PERFORM UNTIL idx-aplicado > w-cant-aplicados OR
                         w-flag-aplicada IS EQUAL 1
               IF apl-usado(idx-aplicado) IS EQUAL ZERO AND
                  apl-socio(idx-aplicado) IS EQUAL emi-socio AND
                  apl-concepto(idx-aplicado) IS EQUAL
                      w-concepto-buscado AND
                  apl-importe(idx-aplicado) IS EQUAL emi-importe THEN
                   MOVE 1 TO w-flag-aplicada
                   MOVE 1 TO apl-usado(idx-aplicado)
               END-IF
               ADD 1 TO idx-aplicado
           END-PERFORM.

       237-BUSCO-ERROR.
           MOVE "SIN.APLI" TO w-cod-error-cuota.
           MOVE ZERO TO w-flag-error-hallado.
           MOVE 1 TO idx-error.
           PERFORM UNTIL idx-error > w-cant-errores OR
                         w-flag-error-hallado IS EQUAL 1
               IF err-usado(idx-error) IS EQUAL ZERO AND
                  err-socio(idx-error) IS EQUAL emi-socio THEN
                   MOVE 1 TO w-flag-error-hallado
                   MOVE 1 TO err-usado(idx-error)
                   MOVE err-codigo(idx-error) TO w-cod-error-cuota
               END-IF
               ADD 1 TO idx-error
           END-PERFORM.

       240-CONCILIO-DESEMBOLSO.
           MOVE emi-prestamo TO pre-numero.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "PRESTAMO EMITIDO " emi-prestamo
                       " YA NO EXISTE EN EL ARCHIVO"
               NOT INVALID KEY
                   PERFORM 245-APLICO-DESEMBOLSO
           END-READ.

       245-APLICO-DESEMBOLSO.
           IF w-flag-aplicada IS EQUAL 1 THEN
               ADD 1 TO w-cont-desemb-aplicados
               MOVE "V" TO pre-estado
               MOVE w-fecha-lote TO pre-fecha-desembolso
           ELSE
               ADD 1 TO w-cont-desemb-rechazados
               PERFORM 237-BUSCO-ERROR
               MOVE "R" TO pre-estado
               DISPLAY "PRESTAMO " pre-numero " SOCIO " pre-socio
                   " DESEMBOLSO RECHAZADO " w-cod-error-cuota
           END-IF.
           REWRITE pre-reg.

       250-CONCILIO-CUOTA.
           MOVE emi-prestamo TO cuo-prestamo.
           MOVE emi-cuota TO cuo-numero.
           READ CUOTAS
               INVALID KEY
                   DISPLAY "CUOTA EMITIDA " emi-prestamo "/" emi-cuota
                       " YA NO EXISTE EN EL ARCHIVO"
               NOT INVALID KEY
                   PERFORM 255-APLICO-CUOTA
           END-READ.

       255-APLICO-CUOTA.
           IF w-flag-aplicada IS EQUAL 1 THEN
               ADD 1 TO w-cont-cobradas
               MOVE "C" TO cuo-estado
               MOVE w-fecha-lote TO cuo-fecha-cobro
               MOVE SPACES TO cuo-ult-error
           ELSE
               ADD 1 TO w-cont-impagas
               PERFORM 237-BUSCO-ERROR
               MOVE "I" TO cuo-estado
               IF cuo-intentos < 99 THEN
                   ADD 1 TO cuo-intentos
               END-IF
               MOVE w-cod-error-cuota TO cuo-ult-error
           END-IF.
           REWRITE cuo-reg.

      * Lote forzado como no aplicado: el desembolso sigue pendiente
      * y la cuota vuelve a pendiente, sin contar atraso.
       260-LIBERO-EMITIDA.
           IF emi-cuota IS NOT EQUAL ZERO THEN
               MOVE emi-prestamo TO cuo-prestamo
               MOVE emi-cuota TO cuo-numero
               READ CUOTAS
                   INVALID KEY
                       DISPLAY "CUOTA EMITIDA " emi-prestamo "/"
                           emi-cuota " YA NO EXISTE EN EL ARCHIVO"
                   NOT INVALID KEY
                       IF cuo-estado IS EQUAL "E" THEN
                           MOVE "P" TO cuo-estado
                           REWRITE cuo-reg
                       END-IF
               END-READ
           END-IF.

       300-GENERO-CUOTAS.
           OPEN OUTPUT PRE-EMITIDAS.
           IF w-flag-sin-prestamos IS EQUAL ZERO THEN
               MOVE ZERO TO w-flag-fin-pre
               MOVE ZERO TO pre-numero
               START PRESTAMOS KEY >= pre-numero
                   INVALID KEY
                       MOVE 1 TO w-flag-fin-pre
               END-START
               PERFORM 305-LEO-PRESTAMO-SEC
               PERFORM UNTIL w-flag-fin-pre IS EQUAL 1
                   PERFORM 310-EVALUO-PRESTAMO
                   PERFORM 305-LEO-PRESTAMO-SEC
               END-PERFORM
           END-IF.
           CLOSE PRE-EMITIDAS.

       305-LEO-PRESTAMO-SEC.
           IF w-flag-fin-pre IS EQUAL ZERO THEN
               READ PRESTAMOS NEXT AT END MOVE 1 TO w-flag-fin-pre
           END-IF.

      * Un prestamo otorgado emite su desembolso; uno vigente o en
      * mora recalcula su situacion y emite las cuotas impagas y las
      * vencidas a la fecha de proceso.
       310-EVALUO-PRESTAMO.
           EVALUATE pre-estado
               WHEN "P"
                   PERFORM 320-EMITO-DESEMBOLSO
               WHEN "V"
                   PERFORM 330-RECORRO-CUOTAS
                   PERFORM 360-ACTUALIZO-ESTADO
               WHEN "M"
                   PERFORM 330-RECORRO-CUOTAS
                   PERFORM 360-ACTUALIZO-ESTADO
               WHEN "C"
                   ADD 1 TO w-cont-cancelados
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-EMITO-DESEMBOLSO.
           ADD 1 TO w-cont-desembolsos.
           MOVE pre-socio TO srt-socio.
           MOVE pre-numero TO srt-prestamo.
           MOVE ZERO TO srt-cuota.
           MOVE pre-capital TO srt-importe.
           MOVE pre-sucursal TO srt-sucursal.
           PERFORM 370-LIBERO-ITEM.

       330-RECORRO-CUOTAS.
           MOVE ZERO TO w-cuotas-cobradas.
           MOVE ZERO TO w-cuotas-impagas.
           MOVE ZERO TO w-importe-impago.
           MOVE ZERO TO w-amortizado.
           MOVE ZERO TO w-fecha-mora.
           MOVE ZERO TO w-flag-fin-cuo.
           MOVE pre-numero TO cuo-prestamo.
           MOVE ZERO TO cuo-numero.
           START CUOTAS KEY >= cuo-clave
               INVALID KEY
                   MOVE 1 TO w-flag-fin-cuo
           END-START.
           PERFORM 335-LEO-CUOTA-SEC.
           PERFORM UNTIL w-flag-fin-cuo IS EQUAL 1
               PERFORM 340-EVALUO-CUOTA
               PERFORM 335-LEO-CUOTA-SEC
           END-PERFORM.

       335-LEO-CUOTA-SEC.
           IF w-flag-fin-cuo IS EQUAL ZERO THEN
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-fin-cuo
               END-READ
               IF w-flag-fin-cuo IS EQUAL ZERO AND
                  cuo-prestamo IS NOT EQUAL pre-numero THEN
                   MOVE 1 TO w-flag-fin-cuo
               END-IF
           END-IF.

       340-EVALUO-CUOTA.
           EVALUATE cuo-estado
               WHEN "C"
                   ADD 1 TO w-cuotas-cobradas
                   ADD cuo-amortizacion TO w-amortizado
               WHEN "I"
                   ADD 1 TO w-cuotas-impagas
                   ADD cuo-importe TO w-importe-impago
                   IF w-fecha-mora IS EQUAL ZERO THEN
                       MOVE cuo-vencimiento TO w-fecha-mora
                   END-IF
                   ADD 1 TO w-cont-reintentos
                   PERFORM 345-EMITO-CUOTA
               WHEN "P"
                   IF cuo-vencimiento <= w-fecha-proceso THEN
                       PERFORM 345-EMITO-CUOTA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       345-EMITO-CUOTA.
           ADD 1 TO w-cont-cuotas-emitidas.
           MOVE pre-socio TO srt-socio.
           MOVE pre-numero TO srt-prestamo.
           MOVE cuo-numero TO srt-cuota.
           COMPUTE srt-importe = ZERO - cuo-importe.
           MOVE pre-sucursal TO srt-sucursal.
           PERFORM 370-LIBERO-ITEM.
           MOVE "E" TO cuo-estado.
           REWRITE cuo-reg.

       350-REEMITO-LOTE.
           OPEN INPUT PRE-EMITIDAS.
           MOVE ZERO TO w-flag-fin-emi.
           PERFORM 205-LEER-EMITIDA.
           PERFORM UNTIL w-flag-fin-emi IS EQUAL 1
               MOVE emi-socio TO srt-socio
               MOVE emi-prestamo TO srt-prestamo
               MOVE emi-cuota TO srt-cuota
               MOVE emi-importe TO srt-importe
               MOVE emi-sucursal TO srt-sucursal
               RELEASE srt-reg
               ADD 1 TO w-cont-emitidas
               ADD srt-importe TO w-suma-emitidas
               PERFORM 205-LEER-EMITIDA
           END-PERFORM.
           CLOSE PRE-EMITIDAS.

      * Cuotas impagas = atraso; la fecha de mora es el vencimiento de
      * la impaga mas antigua. Con todas cobradas el prestamo se
      * cancela.
       360-ACTUALIZO-ESTADO.
           MOVE w-cuotas-cobradas TO pre-cuotas-pagas.
           MOVE w-cuotas-impagas TO pre-cuotas-atraso.
           MOVE w-importe-impago TO pre-importe-atraso.
           MOVE w-fecha-mora TO pre-fecha-mora.
           IF w-amortizado >= pre-capital THEN
               MOVE ZERO TO pre-saldo-capital
           ELSE
               COMPUTE pre-saldo-capital = pre-capital - w-amortizado
           END-IF.
           IF w-cuotas-cobradas >= pre-plazo THEN
               MOVE "C" TO pre-estado
               ADD 1 TO w-cont-cancelados
               ADD 1 TO w-cont-cancelados-hoy
               DISPLAY "PRESTAMO " pre-numero " SOCIO " pre-socio
                   " CANCELADO"
           ELSE
               IF w-cuotas-impagas > ZERO THEN
                   MOVE "M" TO pre-estado
                   ADD 1 TO w-cont-en-mora
               ELSE
                   MOVE "V" TO pre-estado
               END-IF
           END-IF.
           REWRITE pre-reg.

       370-LIBERO-ITEM.
           MOVE srt-prestamo TO emi-prestamo.
           MOVE srt-cuota TO emi-cuota.
           MOVE srt-socio TO emi-socio.
           MOVE srt-importe TO emi-importe.
           MOVE w-fecha-proceso TO emi-fecha.
           MOVE srt-sucursal TO emi-sucursal.
           WRITE emi-reg.
           RELEASE srt-reg.
           ADD 1 TO w-cont-emitidas.
           ADD emi-importe TO w-suma-emitidas.

       400-GRABO-NOVEDADES.
           OPEN OUTPUT NOVED-PRE.
           MOVE "0000H" TO w-hdr-marca.
           MOVE w-fecha-proceso TO w-hdr-fecha.
           MOVE "PRESTAMOS" TO w-hdr-origen.
           MOVE SPACES TO w-hdr-trab(24:19).
           MOVE w-hdr-trab TO nov-pre-reg.
           WRITE nov-pre-reg.
           MOVE ZERO TO w-flag-fin-sort.
           PERFORM 410-RETORNO-ORDENADO.
           PERFORM UNTIL w-flag-fin-sort IS EQUAL 1
               MOVE srt-socio TO nov-pre-socio
               MOVE "M" TO nov-pre-movimiento
               MOVE SPACES TO nov-pre-nombre
               MOVE srt-importe TO nov-pre-importe
               MOVE ZERO TO nov-pre-destino
               MOVE srt-sucursal TO nov-pre-sucursal
               IF srt-cuota IS EQUAL ZERO THEN
                   MOVE "PR" TO nov-pre-concepto
               ELSE
                   MOVE "CP" TO nov-pre-concepto
               END-IF
               WRITE nov-pre-reg
               ADD 1 TO w-cont-grabadas
               ADD srt-importe TO w-suma-grabadas
               PERFORM 410-RETORNO-ORDENADO
           END-PERFORM.
           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-grabadas TO w-trl-cantidad.
           MOVE w-suma-grabadas TO w-trl-total.
           MOVE SPACES TO w-trl-trab(26:17).
           MOVE w-trl-trab TO nov-pre-reg.
           WRITE nov-pre-reg.
           CLOSE NOVED-PRE.
           OPEN OUTPUT NOVED-PRE-CTL.
           MOVE w-cont-grabadas TO pre-ctl-cantidad.
           WRITE pre-ctl-reg.
           CLOSE NOVED-PRE-CTL.

       410-RETORNO-ORDENADO.
           RETURN ORDENA-PRE AT END MOVE 1 TO w-flag-fin-sort.

       500-FIN.
           IF w-flag-sin-prestamos IS EQUAL ZERO THEN
               CLOSE CUOTAS
               CLOSE PRESTAMOS
           END-IF.
           DISPLAY "LOTE ANTERIOR CONCILIADO : " w-cont-conciliadas.
           DISPLAY "  DESEMBOLSOS APLICADOS  : "
               w-cont-desemb-aplicados.
           DISPLAY "  DESEMBOLSOS RECHAZADOS : "
               w-cont-desemb-rechazados.
           DISPLAY "  CUOTAS COBRADAS        : " w-cont-cobradas.
           DISPLAY "  CUOTAS IMPAGAS         : " w-cont-impagas.
           DISPLAY "DESEMBOLSOS EMITIDOS     : " w-cont-desembolsos.
           DISPLAY "CUOTAS EMITIDAS          : "
               w-cont-cuotas-emitidas.
           DISPLAY "  REINTENTOS DE IMPAGAS  : " w-cont-reintentos.
           DISPLAY "PRESTAMOS EN MORA        : " w-cont-en-mora.
           DISPLAY "CANCELADOS EN LA CORRIDA : " w-cont-cancelados-hoy.
           DISPLAY "PRESTAMOS CANCELADOS     : " w-cont-cancelados.
           DISPLAY "NOVEDADES EMITIDAS       : " w-cont-grabadas.
           DISPLAY "SUMA IMPORTES EMITIDOS   : " w-suma-grabadas.
           IF w-cont-grabadas IS NOT EQUAL w-cont-emitidas OR
              w-suma-grabadas IS NOT EQUAL w-suma-emitidas THEN
               DISPLAY "CONTROL DE EMISION NO CIERRA: EMITIDAS "
                   w-cont-emitidas " / " w-suma-emitidas
               MOVE "ER" TO w-run-resultado
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO w-run-resultado
           END-IF.
           PERFORM 550-GRABO-RUN-EVENTO.

       550-GRABO-RUN-EVENTO.
           OPEN EXTEND RUN-CTRL.
           IF w-runctl-status IS EQUAL "35" THEN
               OPEN OUTPUT RUN-CTRL
           END-IF.
           MOVE "PRESTAMOS" TO run-programa.
           MOVE w-fecha-proceso TO run-fecha.
           MOVE "C" TO run-evento.
           MOVE w-run-resultado TO run-resultado.
           WRITE run-reg.
           CLOSE RUN-CTRL.

           END PROGRAM Genera_Cuotas.
