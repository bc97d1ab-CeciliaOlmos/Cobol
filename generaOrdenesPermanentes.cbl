      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Genera_Ordenes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES
           ASSIGN TO DYNAMIC w-path-ordenes
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ord-numero
           FILE STATUS IS w-ord-status.

           SELECT ORD-EMITIDAS
           ASSIGN TO DYNAMIC w-path-ord-emitidas
           FILE STATUS IS w-emi-status.

           SELECT NOVED-ORD
           ASSIGN TO DYNAMIC w-path-noved-ord.

           SELECT NOVED-ORD-CTL
           ASSIGN TO DYNAMIC w-path-noved-ord-ctl.

           SELECT LOG-ERRORES
           ASSIGN TO DYNAMIC w-path-errores
           FILE STATUS IS w-logerr-status.

           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT ORD-SUSPENDIDAS
           ASSIGN TO DYNAMIC w-path-ord-susp.

           SELECT ORDENA-ORD
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archOrdenesSrt.tmp".

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES.
       01  ord-reg.
           03 ord-numero pic 9(6).
           03 ord-socio pic 9(4).
           03 ord-tipo pic x.
           03 ord-destino pic 9(4).
           03 ord-importe pic 9(7)v99.
           03 ord-frecuencia pic x.
           03 ord-fecha-desde pic 9(8).
           03 ord-fecha-hasta pic 9(8).
           03 ord-estado pic x.
           03 ord-reintentos pic 9(2).
           03 ord-ult-emision pic 9(8).
           03 ord-ult-error pic x(8).
           03 ord-sucursal pic 9(2).

      * Lote emitido en la ultima generacion: con el se concilian los
      * rechazos del apareo de esa fecha en la corrida siguiente.
       FD  ORD-EMITIDAS.
       01  emi-reg.
           03 emi-numero pic 9(6).
           03 emi-socio pic 9(4).
           03 emi-tipo pic x.
           03 emi-destino pic 9(4).
           03 emi-importe pic 9(7)v99.
           03 emi-fecha pic 9(8).
           03 emi-sucursal pic 9(2).

       FD  NOVED-ORD.
       01  nov-ord-reg.
           03 nov-ord-socio pic 9(4).
           03 nov-ord-movimiento pic x.
           03 nov-ord-nombre pic x(20).
           03 nov-ord-importe pic s9(7)v99.
           03 nov-ord-destino pic 9(4).
           03 nov-ord-sucursal pic 9(2).
           03 nov-ord-concepto pic x(2).

       FD  NOVED-ORD-CTL.
       01  ord-ctl-reg.
           03 ord-ctl-cantidad pic 9(5).

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

       FD  ORD-SUSPENDIDAS.
       01  susp-linea pic x(80).

       SD  ORDENA-ORD.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-numero pic 9(6).
           03 srt-movimiento pic x.
           03 srt-importe pic s9(7)v99.
           03 srt-destino pic 9(4).
           03 srt-sucursal pic 9(2).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-param-status pic xx.
       01  w-ord-status pic xx.
       01  w-emi-status pic xx.
       01  w-logerr-status pic xx.
       01  w-runctl-status pic xx.
       01  w-run-resultado pic x(2) value spaces.
       01  w-audit-status pic xx.
       01  w-flag-fin-audit pic 9 value zero.
       01  w-flag-aplicada pic 9 value zero.
       01  w-mov-buscado pic x value space.
       01  w-concepto-buscado pic x(2) value spaces.
       01  w-importe-buscado pic s9(9)v99 value zero.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-ord pic 9 value zero.
       01  w-flag-fin-emi pic 9 value zero.
       01  w-flag-fin-log pic 9 value zero.
       01  w-flag-fin-runctl pic 9 value zero.
       01  w-flag-fin-sort pic 9 value zero.
       01  w-flag-sin-ordenes pic 9 value zero.
       01  w-flag-reemision pic 9 value zero.
       01  w-flag-lote-aplicado pic 9 value zero.
       01  w-flag-vence pic 9 value zero.
       01  w-flag-error-hallado pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-lote pic 9(8) value zero.
       01  w-ult-merge-fecha pic 9(8) value zero.
       01  w-forzar-reproceso pic x value "N".
       01  w-max-reintentos pic 9(2) value 3.
       01  w-cod-error-orden pic x(8) value spaces.
       01  w-cont-emitidas pic 9(5) value zero.
       01  w-suma-emitidas pic s9(11)v99 value zero.
       01  w-cont-grabadas pic 9(5) value zero.
       01  w-suma-grabadas pic s9(11)v99 value zero.
       01  w-cont-conciliadas pic 9(5) value zero.
       01  w-cont-cumplidas pic 9(5) value zero.
       01  w-cont-fallidas pic 9(5) value zero.
       01  w-cont-suspendidas-hoy pic 9(5) value zero.
       01  w-cont-reintentos pic 9(5) value zero.
       01  w-cont-vencidas pic 9(5) value zero.
       01  w-cont-suspendidas pic 9(5) value zero.
       01  w-cant-errores pic 9(4) value zero.
       01  idx-error pic 9(4) value zero.
       01  w-cant-aplicados pic 9(4) value zero.
       01  idx-aplicado pic 9(4) value zero.
      * Debitos de ordenes aplicados por el apareo en la fecha del
      * lote, segun auditoria: socio, movimiento, concepto (TP o DA)
      * y variacion del saldo.
       01  tabla-aplicados.
           03 apl-entry occurs 3000 times.
               05 apl-socio pic 9(4).
               05 apl-movimiento pic x.
               05 apl-concepto pic x(2).
               05 apl-importe pic s9(9)v99.
               05 apl-usado pic 9.
      * Rechazos del apareo que dan el motivo de una orden no
      * aplicada: saldo insuficiente (S.I.F, T.S.I.F), destino
      * inexistente (T.D.N.E) y socio bloqueado (S.B.L.Q).
       01  tabla-errores.
           03 err-entry occurs 1000 times.
               05 err-socio pic 9(4).
               05 err-movimiento pic x.
               05 err-destino pic 9(4).
               05 err-codigo pic x(8).
               05 err-usado pic 9.
       01  w-path-ordenes pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOrdenes.dat".
       01  w-path-ord-emitidas pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOrdenesEmit.dat".
       01  w-path-noved-ord pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedOrdenes.dat".
       01  w-path-noved-ord-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedOrdCtl.dat".
       01  w-path-errores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archErrores.dat".
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".
       01  w-path-ord-susp pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOrdSuspend.dat".
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
      * Calculo de vencimientos. Las fechas se pasan a numero de dia
      * para contar semanas; las mensuales se resuelven por anio y mes.
       01  w-fecha-proc-r.
           03 w-fp-aaaa pic 9(4).
           03 w-fp-mm pic 9(2).
           03 w-fp-dd pic 9(2).
       01  w-fecha-proc-n redefines w-fecha-proc-r pic 9(8).
       01  w-fecha-desde-r.
           03 w-fd-aaaa pic 9(4).
           03 w-fd-mm pic 9(2).
           03 w-fd-dd pic 9(2).
       01  w-fecha-desde-n redefines w-fecha-desde-r pic 9(8).
       01  w-fecha-occ-r.
           03 w-fo-aaaa pic 9(4).
           03 w-fo-mm pic 9(2).
           03 w-fo-dd pic 9(2).
       01  w-fecha-occ-n redefines w-fecha-occ-r pic 9(8).
       01  w-fecha-calc-r.
           03 w-fc-aaaa pic 9(4).
           03 w-fc-mm pic 9(2).
           03 w-fc-dd pic 9(2).
       01  w-fecha-calc-n redefines w-fecha-calc-r pic 9(8).
       01  w-fc-dias pic 9(7) value zero.
       01  w-fc-anio pic 9(5) value zero.
       01  w-fc-mes pic 9(2) value zero.
       01  w-fc-div4 pic 9(5) value zero.
       01  w-fc-div100 pic 9(5) value zero.
       01  w-fc-div400 pic 9(5) value zero.
       01  w-fc-dias-mes pic 9(5) value zero.
       01  w-dias-proceso pic 9(7) value zero.
       01  w-dias-desde pic 9(7) value zero.
       01  w-dias-ocurrencia pic 9(7) value zero.
       01  w-dias-ult-emision pic 9(7) value zero.
       01  w-dias-diferencia pic 9(7) value zero.
       01  w-semanas pic 9(7) value zero.
       01  w-ult-dia-mes pic 9(2) value zero.
       01  w-cociente pic 9(4) value zero.
       01  w-resto-4 pic 9(4) value zero.
       01  w-resto-100 pic 9(4) value zero.
       01  w-resto-400 pic 9(4) value zero.
       01  tabla-dias-mes-x pic x(24)
           value "312831303130313130313031".
       01  tabla-dias-mes redefines tabla-dias-mes-x.
           03 w-dias-mes pic 9(2) occurs 12 times.

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(22) value spaces.
           03 filler pic x(36) value
              "ORDENES PERMANENTES SUSPENDIDAS".
           03 filler pic x(22) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "FECHA DE PROCESO:".
           03 l-fecha-proceso pic 9(8).
           03 filler pic x(5) value spaces.
           03 filler pic x(20) value "REINTENTOS MAXIMOS: ".
           03 l-max-reintentos pic z9.
           03 filler pic x(23) value spaces.
       01  lin-encab.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "ORDEN".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(6) value "DEST.".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "REIN.".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "ULT.ERROR".
           03 filler pic x(10) value "ULT.EMIS.".
           03 filler pic x(11) value spaces.
       01  lin-susp.
           03 filler pic x(2) value spaces.
           03 l-susp-numero pic 9(6).
           03 filler pic x value spaces.
           03 l-susp-socio pic 9(4).
           03 filler pic x(3) value spaces.
           03 l-susp-tipo pic x.
           03 filler pic x(3) value spaces.
           03 l-susp-destino pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-susp-importe pic z.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 l-susp-reintentos pic z9.
           03 filler pic x(3) value spaces.
           03 l-susp-error pic x(8).
           03 filler pic x(2) value spaces.
           03 l-susp-ult-emision pic 9(8).
           03 filler pic x(13) value spaces.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-resumen.
           03 filler pic x(5) value spaces.
           03 l-res-leyenda pic x(30).
           03 l-res-valor pic zzzz9.
           03 filler pic x(40) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONCILIO-LOTE-ANTERIOR.
           IF w-flag-reemision IS EQUAL 1 THEN
               SORT ORDENA-ORD
                   ON ASCENDING KEY srt-socio
                   ON ASCENDING KEY srt-numero
                   INPUT PROCEDURE IS 350-REEMITO-LOTE
                   OUTPUT PROCEDURE IS 400-GRABO-NOVEDADES
           ELSE
               SORT ORDENA-ORD
                   ON ASCENDING KEY srt-socio
                   ON ASCENDING KEY srt-numero
                   INPUT PROCEDURE IS 300-GENERO-ORDENES
                   OUTPUT PROCEDURE IS 400-GRABO-NOVEDADES
           END-IF.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "GENERACION DE NOVEDADES DE ORDENES PERMANENTES".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
               DISPLAY "SIN FECHA-PROCESO, SE USA LA FECHA DE "
                   "MAQUINA " w-fecha-proceso
           END-IF.
           MOVE w-fecha-proceso TO w-fecha-proc-n.
           MOVE w-fecha-proceso TO w-fecha-calc-n.
           PERFORM 800-CALCULO-DIAS.
           MOVE w-fc-dias TO w-dias-proceso.
           OPEN I-O ORDENES.
           IF w-ord-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE ORDENES (ESTADO " w-ord-status
                   "), SE GENERA UN LOTE VACIO"
               MOVE 1 TO w-flag-sin-ordenes
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
               WHEN "MAX-REINTENTOS-ORDEN"
                   IF param-valor(1:2) IS NUMERIC THEN
                       MOVE param-valor(1:2) TO w-max-reintentos
                   ELSE
                       DISPLAY "PARAMETRO MAX-REINTENTOS-ORDEN "
                           "INVALIDO, SE IGNORA"
                   END-IF
               WHEN "FORZAR-REPROCESO"
                   MOVE param-valor(1:1) TO w-forzar-reproceso
               WHEN "PATH-ORDENES"
                   MOVE param-valor TO w-path-ordenes
               WHEN "PATH-ORD-EMITIDAS"
                   MOVE param-valor TO w-path-ord-emitidas
               WHEN "PATH-NOVED-ORD"
                   MOVE param-valor TO w-path-noved-ord
               WHEN "PATH-NOVED-ORD-CTL"
                   MOVE param-valor TO w-path-noved-ord-ctl
               WHEN "PATH-ERRORES"
                   MOVE param-valor TO w-path-errores
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN "PATH-ORD-SUSP"
                   MOVE param-valor TO w-path-ord-susp
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El lote de la generacion anterior se concilia contra la
      * auditoria del apareo de su fecha: una orden esta cumplida si
      * su debito figura ahi, y los rechazos del apareo solo dan el
      * motivo de las que no se aplicaron. Si ese apareo todavia no
      * cerro y el lote es de hoy, se reemite el mismo lote (corrida
      * repetida antes del apareo); si es de una fecha anterior la
      * corrida se cancela salvo FORZAR-REPROCESO = S, que da el lote
      * por no aplicado y cuenta un reintento a cada orden.
       200-CONCILIO-LOTE-ANTERIOR.
           MOVE ZERO TO w-fecha-lote.
           MOVE "99" TO w-emi-status.
           IF w-flag-sin-ordenes IS EQUAL ZERO THEN
               OPEN INPUT ORD-EMITIDAS
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
               CLOSE ORD-EMITIDAS
           END-IF.

       205-LEER-EMITIDA.
           READ ORD-EMITIDAS AT END MOVE 1 TO w-flag-fin-emi.

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

      * Lo aplicado sale de auditoria, asi que el lote se concilia
      * aunque el apareo haya vuelto a correr; en ese caso el log de
      * errores ya no es el del lote y las fallidas quedan sin motivo.
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
                       MOVE "SIN.APAR" TO w-cod-error-orden
                       PERFORM UNTIL w-flag-fin-emi IS EQUAL 1
                           PERFORM 240-MARCO-EMITIDA-FALLIDA
                           PERFORM 205-LEER-EMITIDA
                       END-PERFORM
                   ELSE
                       DISPLAY "EL LOTE DE ORDENES DEL " w-fecha-lote
                           " NO TIENE APAREO CERRADO"
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
                   IF log-error(1:8) IS EQUAL "S.I.F   " OR
                      log-error(1:8) IS EQUAL "T.S.I.F " OR
                      log-error(1:8) IS EQUAL "T.D.N.E " OR
                      log-error(1:8) IS EQUAL "S.B.L.Q " THEN
                       PERFORM 222-AGREGO-ERROR
                   END-IF
                   PERFORM 221-LEER-ERROR
               END-PERFORM
               CLOSE LOG-ERRORES
           ELSE
               DISPLAY "SIN ARCHIVO DE ERRORES DEL APAREO (ESTADO "
                   w-logerr-status "), FALLIDAS SIN MOTIVO"
           END-IF.

       221-LEER-ERROR.
           READ LOG-ERRORES AT END MOVE 1 TO w-flag-fin-log.

       222-AGREGO-ERROR.
           IF w-cant-errores < 1000 THEN
               ADD 1 TO w-cant-errores
               MOVE log-socio TO err-socio(w-cant-errores)
               MOVE log-movimiento TO err-movimiento(w-cant-errores)
               MOVE log-destino TO err-destino(w-cant-errores)
               MOVE log-error(1:8) TO err-codigo(w-cant-errores)
               MOVE ZERO TO err-usado(w-cant-errores)
           ELSE
               DISPLAY "ALERTA: TABLA DE RECHAZOS LLENA, SOCIO "
                   log-socio " NO SE CONCILIA"
           END-IF.

      * Sin auditoria no se sabe que ordenes se debitaron: darlas por
      * fallidas las volveria a debitar, darlas por cumplidas perderia
      * las rechazadas. La corrida se cancela.
       225-CARGO-AUDITORIA.
           MOVE ZERO TO w-cant-aplicados.
           OPEN INPUT AUDITORIA.
           IF w-audit-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE AUDITORIA (ESTADO "
                   w-audit-status "), EL LOTE DEL " w-fecha-lote
                   " NO SE PUEDE CONCILIAR"
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-fin-audit.
           PERFORM 226-LEER-AUDITORIA.
           PERFORM UNTIL w-flag-fin-audit IS EQUAL 1
               IF audit-fecha IS EQUAL w-fecha-lote AND
                  (audit-concepto IS EQUAL "TP" OR
                   audit-concepto IS EQUAL "DA") THEN
                   PERFORM 227-AGREGO-APLICADO
               END-IF
               PERFORM 226-LEER-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.

       226-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-fin-audit.

       227-AGREGO-APLICADO.
           IF w-cant-aplicados < 3000 THEN
               ADD 1 TO w-cant-aplicados
               MOVE audit-socio TO apl-socio(w-cant-aplicados)
               MOVE audit-movimiento
                   TO apl-movimiento(w-cant-aplicados)
               MOVE audit-concepto TO apl-concepto(w-cant-aplicados)
               COMPUTE apl-importe(w-cant-aplicados) =
                   audit-importe-nuevo - audit-importe-ant
               MOVE ZERO TO apl-usado(w-cant-aplicados)
           ELSE
               DISPLAY "ALERTA: TABLA DE MOVIMIENTOS APLICADOS LLENA, "
                   "SOCIO " audit-socio " NO SE CONCILIA"
           END-IF.

      * La transferencia se reconoce por el debito al socio origen
      * (movimiento T, concepto TP); el debito automatico por el
      * movimiento M con concepto DA. En los dos casos el saldo baja
      * el importe de la orden.
       230-CONCILIO-EMITIDA.
           ADD 1 TO w-cont-conciliadas.
           IF emi-tipo IS EQUAL "T" THEN
               MOVE "T" TO w-mov-buscado
               MOVE "TP" TO w-concepto-buscado
           ELSE
               MOVE "M" TO w-mov-buscado
               MOVE "DA" TO w-concepto-buscado
           END-IF.
           COMPUTE w-importe-buscado = ZERO - emi-importe.
           PERFORM 235-BUSCO-APLICADA.
           IF w-flag-aplicada IS EQUAL 1 THEN
               PERFORM 250-MARCO-EMITIDA-CUMPLIDA
           ELSE
               PERFORM 237-BUSCO-ERROR-EMITIDA
               PERFORM 240-MARCO-EMITIDA-FALLIDA
           END-IF.

      * Cada movimiento aplicado se asigna a una sola orden.
       235-BUSCO-APLICADA.
           MOVE ZERO TO w-flag-aplicada.
           MOVE 1 TO idx-aplicado.
           PERFORM UNTIL idx-aplicado > w-cant-aplicados OR
                         w-flag-aplicada IS EQUAL 1
               IF apl-usado(idx-aplicado) IS EQUAL ZERO AND
                  apl-socio(idx-aplicado) IS EQUAL emi-socio AND
                  apl-movimiento(idx-aplicado) IS EQUAL
                      w-mov-buscado AND
                  apl-concepto(idx-aplicado) IS EQUAL
                      w-concepto-buscado AND
                  apl-importe(idx-aplicado) IS EQUAL
                      w-importe-buscado THEN
                   MOVE 1 TO w-flag-aplicada
                   MOVE 1 TO apl-usado(idx-aplicado)
               END-IF
               ADD 1 TO idx-aplicado
           END-PERFORM.

      * Motivo de una orden no aplicada. Una transferencia rechazada
      * queda en el log con movimiento T y el destino; un debito sale
      * como M sin destino. Cada rechazo se asigna a una sola orden.
       237-BUSCO-ERROR-EMITIDA.
           MOVE "SIN.APLI" TO w-cod-error-orden.
           MOVE ZERO TO w-flag-error-hallado.
           MOVE 1 TO idx-error.
           PERFORM UNTIL idx-error > w-cant-errores OR
                         w-flag-error-hallado IS EQUAL 1
               IF err-usado(idx-error) IS EQUAL ZERO AND
                  err-socio(idx-error) IS EQUAL emi-socio THEN
                   IF (emi-tipo IS EQUAL "T" AND
                       err-movimiento(idx-error) IS EQUAL "T" AND
                       err-destino(idx-error) IS EQUAL emi-destino)
                      OR
                      (emi-tipo IS EQUAL "D" AND
                       err-movimiento(idx-error) IS EQUAL "M" AND
                       err-destino(idx-error) IS EQUAL ZERO) THEN
                       MOVE 1 TO w-flag-error-hallado
                       MOVE 1 TO err-usado(idx-error)
                       MOVE err-codigo(idx-error) TO w-cod-error-orden
                   END-IF
               END-IF
               ADD 1 TO idx-error
           END-PERFORM.

       240-MARCO-EMITIDA-FALLIDA.
           MOVE emi-numero TO ord-numero.
           READ ORDENES
               INVALID KEY
                   DISPLAY "ORDEN EMITIDA " emi-numero
                       " YA NO EXISTE EN EL ARCHIVO"
               NOT INVALID KEY
                   PERFORM 245-APLICO-FALLA
           END-READ.

       245-APLICO-FALLA.
           ADD 1 TO w-cont-fallidas.
           ADD 1 TO ord-reintentos.
           MOVE w-cod-error-orden TO ord-ult-error.
           IF ord-estado IS EQUAL "A" OR ord-estado IS EQUAL "F" THEN
               IF ord-reintentos > w-max-reintentos THEN
                   MOVE "S" TO ord-estado
                   ADD 1 TO w-cont-suspendidas-hoy
                   DISPLAY "ORDEN " ord-numero " SUSPENDIDA, "
                       ord-reintentos " FALLAS, ULTIMA " ord-ult-error
               ELSE
                   MOVE "F" TO ord-estado
               END-IF
           END-IF.
           REWRITE ord-reg.

       250-MARCO-EMITIDA-CUMPLIDA.
           MOVE emi-numero TO ord-numero.
           READ ORDENES
               INVALID KEY
                   DISPLAY "ORDEN EMITIDA " emi-numero
                       " YA NO EXISTE EN EL ARCHIVO"
               NOT INVALID KEY
                   ADD 1 TO w-cont-cumplidas
                   IF ord-estado IS EQUAL "F" THEN
                       MOVE "A" TO ord-estado
                   END-IF
                   MOVE ZERO TO ord-reintentos
                   MOVE SPACES TO ord-ult-error
                   REWRITE ord-reg
           END-READ.

       300-GENERO-ORDENES.
           OPEN OUTPUT ORD-EMITIDAS.
           IF w-flag-sin-ordenes IS EQUAL ZERO THEN
               MOVE ZERO TO w-flag-fin-ord
               MOVE ZERO TO ord-numero
               START ORDENES KEY >= ord-numero
                   INVALID KEY
                       MOVE 1 TO w-flag-fin-ord
               END-START
               PERFORM 305-LEO-ORDEN-SEC
               PERFORM UNTIL w-flag-fin-ord IS EQUAL 1
                   PERFORM 310-EVALUO-ORDEN
                   PERFORM 305-LEO-ORDEN-SEC
               END-PERFORM
           END-IF.
           CLOSE ORD-EMITIDAS.

       305-LEO-ORDEN-SEC.
           IF w-flag-fin-ord IS EQUAL ZERO THEN
               READ ORDENES NEXT AT END MOVE 1 TO w-flag-fin-ord
           END-IF.

      * Una fallida se reintenta en la corrida siguiente sin mirar la
      * frecuencia. Una activa se emite cuando su ultima ocurrencia
      * a la fecha de proceso es posterior a la ultima emision.
       310-EVALUO-ORDEN.
           MOVE ZERO TO w-flag-vence.
           EVALUATE ord-estado
               WHEN "F"
                   ADD 1 TO w-cont-reintentos
                   PERFORM 320-EMITO-ORDEN
               WHEN "A"
                   IF ord-fecha-hasta > ZERO AND
                      w-fecha-proceso > ord-fecha-hasta THEN
                       MOVE "V" TO ord-estado
                       REWRITE ord-reg
                       ADD 1 TO w-cont-vencidas
                   ELSE
                       IF w-fecha-proceso >= ord-fecha-desde THEN
                           PERFORM 330-CALCULO-VENCIMIENTO
                           IF w-flag-vence IS EQUAL 1 THEN
                               PERFORM 320-EMITO-ORDEN
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-EMITO-ORDEN.
           MOVE ord-socio TO srt-socio.
           MOVE ord-numero TO srt-numero.
           IF ord-tipo IS EQUAL "T" THEN
               MOVE "T" TO srt-movimiento
               MOVE ord-importe TO srt-importe
               MOVE ord-destino TO srt-destino
           ELSE
               MOVE "M" TO srt-movimiento
               COMPUTE srt-importe = ZERO - ord-importe
               MOVE ZERO TO srt-destino
           END-IF.
           MOVE ord-sucursal TO srt-sucursal.
           RELEASE srt-reg.
           MOVE ord-numero TO emi-numero.
           MOVE ord-socio TO emi-socio.
           MOVE ord-tipo TO emi-tipo.
           MOVE ord-destino TO emi-destino.
           MOVE ord-importe TO emi-importe.
           MOVE w-fecha-proceso TO emi-fecha.
           MOVE ord-sucursal TO emi-sucursal.
           WRITE emi-reg.
           MOVE w-fecha-proceso TO ord-ult-emision.
           REWRITE ord-reg.
           ADD 1 TO w-cont-emitidas.
           ADD srt-importe TO w-suma-emitidas.

       330-CALCULO-VENCIMIENTO.
           MOVE ord-fecha-desde TO w-fecha-desde-n.
           EVALUATE ord-frecuencia
               WHEN "D"
                   IF ord-ult-emision < w-fecha-proceso THEN
                       MOVE 1 TO w-flag-vence
                   END-IF
               WHEN "S"
                   PERFORM 340-VENCIMIENTO-SEMANAL
               WHEN "M"
                   PERFORM 345-VENCIMIENTO-MENSUAL
               WHEN OTHER
                   DISPLAY "ORDEN " ord-numero " CON FRECUENCIA "
                       "INVALIDA " ord-frecuencia ", NO SE EMITE"
           END-EVALUATE.

      * La ultima ocurrencia semanal es desde + 7 x semanas enteras
      * transcurridas hasta la fecha de proceso.
       340-VENCIMIENTO-SEMANAL.
           MOVE ord-fecha-desde TO w-fecha-calc-n.
           PERFORM 800-CALCULO-DIAS.
           MOVE w-fc-dias TO w-dias-desde.
           COMPUTE w-dias-diferencia = w-dias-proceso - w-dias-desde.
           DIVIDE w-dias-diferencia BY 7 GIVING w-semanas.
           COMPUTE w-dias-ocurrencia = w-dias-desde + w-semanas * 7.
           IF ord-ult-emision IS EQUAL ZERO THEN
               MOVE ZERO TO w-dias-ult-emision
           ELSE
               MOVE ord-ult-emision TO w-fecha-calc-n
               PERFORM 800-CALCULO-DIAS
               MOVE w-fc-dias TO w-dias-ult-emision
           END-IF.
           IF w-dias-ocurrencia > w-dias-ult-emision THEN
               MOVE 1 TO w-flag-vence
           END-IF.

      * La ocurrencia mensual es el dia de la fecha desde en el mes de
      * proceso, o el ultimo dia si el mes es mas corto. Si todavia no
      * llego se mira la del mes anterior, por si esa corrida no se
      * hizo.
       345-VENCIMIENTO-MENSUAL.
           MOVE w-fp-aaaa TO w-fo-aaaa.
           MOVE w-fp-mm TO w-fo-mm.
           PERFORM 346-DIA-OCURRENCIA.
           IF w-fecha-occ-n > w-fecha-proceso THEN
               IF w-fo-mm IS EQUAL 1 THEN
                   MOVE 12 TO w-fo-mm
                   SUBTRACT 1 FROM w-fo-aaaa
               ELSE
                   SUBTRACT 1 FROM w-fo-mm
               END-IF
               PERFORM 346-DIA-OCURRENCIA
           END-IF.
           IF w-fecha-occ-n >= ord-fecha-desde AND
              w-fecha-occ-n <= w-fecha-proceso AND
              w-fecha-occ-n > ord-ult-emision THEN
               MOVE 1 TO w-flag-vence
           END-IF.

       346-DIA-OCURRENCIA.
           MOVE w-dias-mes(w-fo-mm) TO w-ult-dia-mes.
           IF w-fo-mm IS EQUAL 2 THEN
               DIVIDE w-fo-aaaa BY 4 GIVING w-cociente
                   REMAINDER w-resto-4
               DIVIDE w-fo-aaaa BY 100 GIVING w-cociente
                   REMAINDER w-resto-100
               DIVIDE w-fo-aaaa BY 400 GIVING w-cociente
                   REMAINDER w-resto-400
               IF w-resto-400 IS EQUAL ZERO OR
                  (w-resto-4 IS EQUAL ZERO AND
                   w-resto-100 IS NOT EQUAL ZERO) THEN
                   MOVE 29 TO w-ult-dia-mes
               END-IF
           END-IF.
           IF w-fd-dd > w-ult-dia-mes THEN
               MOVE w-ult-dia-mes TO w-fo-dd
           ELSE
               MOVE w-fd-dd TO w-fo-dd
           END-IF.

       350-REEMITO-LOTE.
           OPEN INPUT ORD-EMITIDAS.
           MOVE ZERO TO w-flag-fin-emi.
           PERFORM 205-LEER-EMITIDA.
           PERFORM UNTIL w-flag-fin-emi IS EQUAL 1
               MOVE emi-socio TO srt-socio
               MOVE emi-numero TO srt-numero
               IF emi-tipo IS EQUAL "T" THEN
                   MOVE "T" TO srt-movimiento
                   MOVE emi-importe TO srt-importe
                   MOVE emi-destino TO srt-destino
               ELSE
                   MOVE "M" TO srt-movimiento
                   COMPUTE srt-importe = ZERO - emi-importe
                   MOVE ZERO TO srt-destino
               END-IF
               MOVE emi-sucursal TO srt-sucursal
               RELEASE srt-reg
               ADD 1 TO w-cont-emitidas
               ADD srt-importe TO w-suma-emitidas
               PERFORM 205-LEER-EMITIDA
           END-PERFORM.
           CLOSE ORD-EMITIDAS.

       400-GRABO-NOVEDADES.
           OPEN OUTPUT NOVED-ORD.
           MOVE "0000H" TO w-hdr-marca.
           MOVE w-fecha-proceso TO w-hdr-fecha.
           MOVE "ORDPER" TO w-hdr-origen.
           MOVE SPACES TO w-hdr-trab(24:19).
           MOVE w-hdr-trab TO nov-ord-reg.
           WRITE nov-ord-reg.
           MOVE ZERO TO w-flag-fin-sort.
           PERFORM 410-RETORNO-ORDENADO.
           PERFORM UNTIL w-flag-fin-sort IS EQUAL 1
               MOVE srt-socio TO nov-ord-socio
               MOVE srt-movimiento TO nov-ord-movimiento
               MOVE SPACES TO nov-ord-nombre
               MOVE srt-importe TO nov-ord-importe
               MOVE srt-destino TO nov-ord-destino
               MOVE srt-sucursal TO nov-ord-sucursal
               IF srt-movimiento IS EQUAL "T" THEN
                   MOVE "TP" TO nov-ord-concepto
               ELSE
                   MOVE "DA" TO nov-ord-concepto
               END-IF
               WRITE nov-ord-reg
               ADD 1 TO w-cont-grabadas
               ADD srt-importe TO w-suma-grabadas
               PERFORM 410-RETORNO-ORDENADO
           END-PERFORM.
           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-grabadas TO w-trl-cantidad.
           MOVE w-suma-grabadas TO w-trl-total.
           MOVE SPACES TO w-trl-trab(26:17).
           MOVE w-trl-trab TO nov-ord-reg.
           WRITE nov-ord-reg.
           CLOSE NOVED-ORD.
           OPEN OUTPUT NOVED-ORD-CTL.
           MOVE w-cont-grabadas TO ord-ctl-cantidad.
           WRITE ord-ctl-reg.
           CLOSE NOVED-ORD-CTL.

       410-RETORNO-ORDENADO.
           RETURN ORDENA-ORD AT END MOVE 1 TO w-flag-fin-sort.

       500-FIN.
           PERFORM 510-INFORME-SUSPENDIDAS.
           IF w-flag-sin-ordenes IS EQUAL ZERO THEN
               CLOSE ORDENES
           END-IF.
           DISPLAY "LOTE ANTERIOR CONCILIADO : " w-cont-conciliadas.
           DISPLAY "  CUMPLIDAS              : " w-cont-cumplidas.
           DISPLAY "  FALLIDAS               : " w-cont-fallidas.
           DISPLAY "  SUSPENDIDAS EN EL DIA  : " w-cont-suspendidas-hoy.
           DISPLAY "REINTENTOS EMITIDOS      : " w-cont-reintentos.
           DISPLAY "ORDENES VENCIDAS         : " w-cont-vencidas.
           DISPLAY "NOVEDADES EMITIDAS       : " w-cont-grabadas.
           DISPLAY "SUMA IMPORTES EMITIDOS   : " w-suma-grabadas.
           DISPLAY "ORDENES SUSPENDIDAS      : " w-cont-suspendidas.
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

       510-INFORME-SUSPENDIDAS.
           OPEN OUTPUT ORD-SUSPENDIDAS.
           MOVE w-fecha-proceso TO l-fecha-proceso.
           MOVE w-max-reintentos TO l-max-reintentos.
           WRITE susp-linea FROM lin-guarda.
           WRITE susp-linea FROM lin-titulo.
           WRITE susp-linea FROM lin-guarda.
           WRITE susp-linea FROM lin-fecha.
           WRITE susp-linea FROM lin-blanco.
           WRITE susp-linea FROM lin-encab.
           IF w-flag-sin-ordenes IS EQUAL ZERO THEN
               MOVE ZERO TO w-flag-fin-ord
               MOVE ZERO TO ord-numero
               START ORDENES KEY >= ord-numero
                   INVALID KEY
                       MOVE 1 TO w-flag-fin-ord
               END-START
               PERFORM 305-LEO-ORDEN-SEC
               PERFORM UNTIL w-flag-fin-ord IS EQUAL 1
                   IF ord-estado IS EQUAL "S" THEN
                       PERFORM 520-GRABO-LINEA-SUSP
                   END-IF
                   PERFORM 305-LEO-ORDEN-SEC
               END-PERFORM
           END-IF.
           WRITE susp-linea FROM lin-blanco.
           MOVE "ORDENES SUSPENDIDAS" TO l-res-leyenda.
           MOVE w-cont-suspendidas TO l-res-valor.
           WRITE susp-linea FROM lin-resumen.
           MOVE "SUSPENDIDAS EN ESTA CORRIDA" TO l-res-leyenda.
           MOVE w-cont-suspendidas-hoy TO l-res-valor.
           WRITE susp-linea FROM lin-resumen.
           WRITE susp-linea FROM lin-guarda.
           CLOSE ORD-SUSPENDIDAS.

       520-GRABO-LINEA-SUSP.
           MOVE ord-numero TO l-susp-numero.
           MOVE ord-socio TO l-susp-socio.
           MOVE ord-tipo TO l-susp-tipo.
           MOVE ord-destino TO l-susp-destino.
           MOVE ord-importe TO l-susp-importe.
           MOVE ord-reintentos TO l-susp-reintentos.
           MOVE ord-ult-error TO l-susp-error.
           MOVE ord-ult-emision TO l-susp-ult-emision.
           WRITE susp-linea FROM lin-susp.
           DISPLAY lin-susp.
           ADD 1 TO w-cont-suspendidas.

       550-GRABO-RUN-EVENTO.
           OPEN EXTEND RUN-CTRL.
           IF w-runctl-status IS EQUAL "35" THEN
               OPEN OUTPUT RUN-CTRL
           END-IF.
           MOVE "ORDENES" TO run-programa.
           MOVE w-fecha-proceso TO run-fecha.
           MOVE "C" TO run-evento.
           MOVE w-run-resultado TO run-resultado.
           WRITE run-reg.
           CLOSE RUN-CTRL.

      * Numero de dia de una fecha AAAAMMDD (w-fecha-calc-n), contando
      * el anio desde marzo para que febrero quede al final.
       800-CALCULO-DIAS.
           IF w-fc-mm <= 2 THEN
               COMPUTE w-fc-anio = w-fc-aaaa - 1
               COMPUTE w-fc-mes = w-fc-mm + 12
           ELSE
               MOVE w-fc-aaaa TO w-fc-anio
               MOVE w-fc-mm TO w-fc-mes
           END-IF.
           DIVIDE w-fc-anio BY 4 GIVING w-fc-div4.
           DIVIDE w-fc-anio BY 100 GIVING w-fc-div100.
           DIVIDE w-fc-anio BY 400 GIVING w-fc-div400.
           COMPUTE w-fc-dias-mes = w-fc-mes * 153 - 457.
           DIVIDE w-fc-dias-mes BY 5 GIVING w-fc-dias-mes.
           COMPUTE w-fc-dias = w-fc-anio * 365 + w-fc-div4
               - w-fc-div100 + w-fc-div400 + w-fc-dias-mes
               + w-fc-dd - 306.

           END PROGRAM Genera_Ordenes.
