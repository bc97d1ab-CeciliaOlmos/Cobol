      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Monitoreo_Movimientos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT AUDIT-ORD
           ASSIGN TO DYNAMIC w-path-audit-ord.

           SELECT ORDENA-AUDIT
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archAuditMonSrt.tmp".

           SELECT CASOS
           ASSIGN TO DYNAMIC w-path-casos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cas-clave
           FILE STATUS IS w-cas-status.

           SELECT LISTADO
           ASSIGN TO DYNAMIC w-path-listado.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-ORD.
       01  aord-reg.
           03 aord-socio pic 9(4).
           03 aord-movimiento pic x.
           03 aord-importe-ant pic s9(8)v99.
           03 aord-importe-nuevo pic s9(8)v99.
           03 aord-fecha pic 9(8).
           03 aord-sucursal pic 9(2).
           03 aord-concepto pic x(2).
           03 aord-operador pic x(8).
           03 aord-autorizo pic x(8).

       SD  ORDENA-AUDIT.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-movimiento pic x.
           03 srt-importe-ant pic s9(8)v99.
           03 srt-importe-nuevo pic s9(8)v99.
           03 srt-fecha pic 9(8).
           03 srt-sucursal pic 9(2).
           03 srt-concepto pic x(2).
           03 srt-operador pic x(8).
           03 srt-autorizo pic x(8).

      * Casos de seguimiento: la clave identifica la alerta (tipo,
      * socio, fecha o periodo AAAAMM00 y socio contraparte), asi una
      * corrida posterior no vuelve a levantar la misma alerta.
      * Estado: A = abierto, R = revisado sin observaciones,
      * I = informado a la autoridad de control.
       FD  CASOS.
       01  cas-reg.
           03 cas-clave.
               05 cas-tipo pic x(2).
               05 cas-socio pic 9(4).
               05 cas-fecha pic 9(8).
               05 cas-contraparte pic 9(4).
           03 cas-sucursal pic 9(2).
           03 cas-importe pic s9(10)v99.
           03 cas-cantidad pic 9(4).
           03 cas-fecha-alta pic 9(8).
           03 cas-estado pic x.
           03 cas-fecha-estado pic 9(8).
           03 cas-operador pic x(8).
           03 cas-observacion pic x(40).

       FD  LISTADO.
       01  lis-linea pic x(80).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-audit-status pic xx.
       01  w-cas-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-aord pic 9 value zero.
       01  w-flag-fin-cas pic 9 value zero.
       01  w-flag-dormido pic 9 value zero.
       01  w-flag-encontrado pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-periodo pic 9(6) value zero.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value zero.
       01  w-fecha-periodo pic 9(8) value zero.
       01  w-umbral-movimiento pic 9(9)v99 value zero.
       01  w-umbral-diario pic 9(9)v99 value zero.
       01  w-umbral-mensual pic 9(9)v99 value zero.
       01  w-porc-fraccionado pic 9(2) value zero.
       01  w-cant-fraccionado pic 9(2) value zero.
       01  w-umbral-fraccionado pic 9(9)v99 value zero.
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-audit-ord pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditMonOrd.dat".
       01  w-path-casos pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCasos.dat".
       01  w-path-listado pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archMonitoreo.dat".

      * Acumulados del socio y del dia que se esta procesando.
       01  w-socio-actual pic 9(4) value zero.
       01  w-fecha-actual pic 9(8) value zero.
       01  w-delta pic s9(9)v99 value zero.
       01  w-abs pic 9(9)v99 value zero.
       01  w-origen pic x value space.
       01  w-dia-creditos pic 9(10)v99 value zero.
       01  w-dia-debitos pic 9(10)v99 value zero.
       01  w-dia-cant-cred pic 9(4) value zero.
       01  w-dia-cant-deb pic 9(4) value zero.
       01  w-dia-suc-cred pic 9(2) value zero.
       01  w-dia-suc-deb pic 9(2) value zero.
       01  w-dia-max pic 9(9)v99 value zero.
       01  w-dia-suc-max pic 9(2) value zero.
       01  w-dia-cant-grandes pic 9(4) value zero.
       01  w-mes-creditos pic 9(10)v99 value zero.
       01  w-mes-debitos pic 9(10)v99 value zero.
       01  w-mes-cant-cred pic 9(4) value zero.
       01  w-mes-cant-deb pic 9(4) value zero.
       01  w-mes-suc-cred pic 9(2) value zero.
       01  w-mes-suc-deb pic 9(2) value zero.

      * Alerta a registrar en el archivo de casos.
       01  w-alerta.
           03 w-ale-tipo pic x(2).
           03 w-ale-socio pic 9(4).
           03 w-ale-fecha pic 9(8).
           03 w-ale-contraparte pic 9(4).
           03 w-ale-sucursal pic 9(2).
           03 w-ale-importe pic s9(10)v99.
           03 w-ale-cantidad pic 9(4).

      * Transferencias apenas por debajo del umbral. La auditoria no
      * guarda el socio contraparte: el debito del origen se empareja
      * con el credito de otro socio de la misma fecha e importe.
       01  w-tabla-fraccionados.
           03 w-fra-entry occurs 2000 times.
               05 w-fra-socio pic 9(4).
               05 w-fra-fecha pic 9(8).
               05 w-fra-importe pic 9(9)v99.
               05 w-fra-tipo pic x.
               05 w-fra-sucursal pic 9(2).
               05 w-fra-usado pic 9.
       01  w-cant-fra pic 9(4) value zero.
       01  idx-fra pic 9(4) value zero.
       01  idx-cre pic 9(4) value zero.
       01  w-fra-excedidos pic 9(4) value zero.

       01  w-tabla-pares.
           03 w-par-entry occurs 500 times.
               05 w-par-origen pic 9(4).
               05 w-par-destino pic 9(4).
               05 w-par-cantidad pic 9(4).
               05 w-par-total pic 9(10)v99.
               05 w-par-sucursal pic 9(2).
       01  w-cant-par pic 9(3) value zero.
       01  idx-par pic 9(3) value zero.
       01  w-idx-par pic 9(3) value zero.
       01  w-par-excedidos pic 9(4) value zero.

      * Tipos de alerta y su descripcion para el listado.
       01  tabla-tipos-val.
           03 filler pic x(26) value "MGMOVIMIENTO MAYOR UMBRAL".
           03 filler pic x(26) value "DCCREDITOS DEL DIA".
           03 filler pic x(26) value "DDDEBITOS DEL DIA".
           03 filler pic x(26) value "MCCREDITOS DEL MES".
           03 filler pic x(26) value "MDDEBITOS DEL MES".
           03 filler pic x(26) value "FRTRANSF. FRACCIONADAS".
           03 filler pic x(26) value "DOACTIVIDAD CTA DORMIDA".
       01  tabla-tipos redefines tabla-tipos-val.
           03 tip-entry occurs 7 times.
               05 tip-codigo pic x(2).
               05 tip-descripcion pic x(24).
       01  w-cant-tipos pic 9 value 7.
       01  idx-tip pic 9 value zero.
       01  w-idx-tipo pic 9 value zero.

      * Resumen del mes: alertas por tipo y sucursal segun su estado.
       01  w-tabla-resumen.
           03 w-res-tipo occurs 7 times.
               05 w-res-suc occurs 100 times.
                   07 w-res-abiertos pic 9(4).
                   07 w-res-revisados pic 9(4).
                   07 w-res-informados pic 9(4).
       01  idx-suc pic 9(3) value zero.
       01  w-suc-num pic 9(2) value zero.
       01  w-res-tot-abiertos pic 9(5) value zero.
       01  w-res-tot-revisados pic 9(5) value zero.
       01  w-res-tot-informados pic 9(5) value zero.
       01  w-res-gen-abiertos pic 9(5) value zero.
       01  w-res-gen-revisados pic 9(5) value zero.
       01  w-res-gen-informados pic 9(5) value zero.

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

       01  w-cont-leidos pic 9(7) value zero.
       01  w-cont-nuevas pic 9(5) value zero.
       01  w-cont-repetidas pic 9(5) value zero.

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(15) value spaces.
           03 filler pic x(50) value
              "MONITOREO DE MOVIMIENTOS INUSUALES - ALERTAS".
           03 filler pic x(15) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "FECHA DE PROCESO:".
           03 l-cab-fecha pic 9(8).
           03 filler pic x(5) value spaces.
           03 filler pic x(9) value "PERIODO: ".
           03 l-cab-periodo pic 9(6).
           03 filler pic x(30) value spaces.
       01  lin-umbrales.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "UMBRALES: ".
           03 filler pic x(4) value "MOV ".
           03 l-umb-mov pic zzz.zzz.zz9.
           03 filler pic x(5) value " DIA ".
           03 l-umb-dia pic zzz.zzz.zz9.
           03 filler pic x(5) value " MES ".
           03 l-umb-mes pic zzz.zzz.zz9.
           03 filler pic x(18) value spaces.
       01  lin-seccion.
           03 filler pic x(2) value spaces.
           03 l-sec-titulo pic x(78).
       01  lin-encab.
           03 filler pic x(2) value spaces.
           03 filler pic x(25) value "TIPO DE ALERTA".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(9) value "FECHA".
           03 filler pic x(6) value "CONTR".
           03 filler pic x(4) value "SUC".
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(11) value "  CANTIDAD".
       01  lin-alerta.
           03 filler pic x(2) value spaces.
           03 l-ale-tipo pic x(24).
           03 filler pic x value space.
           03 l-ale-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-ale-fecha pic 9(8).
           03 filler pic x value space.
           03 l-ale-contraparte pic x(4).
           03 filler pic x(2) value spaces.
           03 l-ale-sucursal pic 9(2).
           03 filler pic x value space.
           03 l-ale-importe pic z.zzz.zzz.zz9,99-.
           03 filler pic x(4) value spaces.
           03 l-ale-cantidad pic zzz9.
           03 filler pic x(4) value spaces.
       01  lin-res-encab.
           03 filler pic x(2) value spaces.
           03 filler pic x(25) value "TIPO DE ALERTA".
           03 filler pic x(5) value "SUC".
           03 filler pic x(12) value "    ABIERTAS".
           03 filler pic x(12) value "   REVISADAS".
           03 filler pic x(12) value "  INFORMADAS".
           03 filler pic x(12) value "       TOTAL".
       01  lin-res.
           03 filler pic x(2) value spaces.
           03 l-res-tipo pic x(24).
           03 filler pic x value space.
           03 l-res-sucursal pic x(3).
           03 filler pic x(3) value spaces.
           03 l-res-abiertos pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-res-revisados pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-res-informados pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-res-total pic zzz.zzz.zz9.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-resumen.
           03 filler pic x(5) value spaces.
           03 l-resu-leyenda pic x(40).
           03 l-resu-valor pic zzz.zz9.
           03 filler pic x(28) value spaces.

      * Recorre la auditoria ordenada por socio y fecha y levanta
      * alertas del periodo: movimiento mayor al umbral, creditos o
      * debitos acumulados del dia o del mes mayores al umbral,
      * transferencias repetidas apenas por debajo del umbral entre
      * los mismos socios y movimientos en cuentas que estaban
      * dormidas. Cada alerta nueva se graba como caso abierto; al
      * final se lista el resumen del mes por tipo y sucursal.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESO.
           PERFORM 300-FRACCIONADOS.
           PERFORM 400-RESUMEN-MENSUAL.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "MONITOREO DE MOVIMIENTOS INUSUALES".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           IF w-periodo IS EQUAL ZERO THEN
               MOVE w-fecha-proceso(1:6) TO w-periodo
           END-IF.
           COMPUTE w-fecha-periodo = w-periodo * 100.
           COMPUTE w-fecha-desde = w-fecha-periodo + 1.
           COMPUTE w-fecha-hasta = w-fecha-periodo + 31.
           IF w-umbral-movimiento IS EQUAL ZERO THEN
               MOVE 500000 TO w-umbral-movimiento
           END-IF.
           IF w-umbral-diario IS EQUAL ZERO THEN
               MOVE 1000000 TO w-umbral-diario
           END-IF.
           IF w-umbral-mensual IS EQUAL ZERO THEN
               MOVE 3000000 TO w-umbral-mensual
           END-IF.
           IF w-porc-fraccionado IS EQUAL ZERO THEN
               MOVE 90 TO w-porc-fraccionado
           END-IF.
           IF w-cant-fraccionado IS EQUAL ZERO THEN
               MOVE 3 TO w-cant-fraccionado
           END-IF.
           COMPUTE w-umbral-fraccionado =
               w-umbral-movimiento * w-porc-fraccionado / 100.
           PERFORM 140-ORDENO-AUDITORIA.
           OPEN INPUT AUDIT-ORD.
           PERFORM 150-ABRO-CASOS.
           OPEN OUTPUT LISTADO.
           WRITE lis-linea FROM lin-guarda.
           WRITE lis-linea FROM lin-titulo.
           WRITE lis-linea FROM lin-guarda.
           MOVE w-fecha-proceso TO l-cab-fecha.
           MOVE w-periodo TO l-cab-periodo.
           WRITE lis-linea FROM lin-fecha.
           MOVE w-umbral-movimiento TO l-umb-mov.
           MOVE w-umbral-diario TO l-umb-dia.
           MOVE w-umbral-mensual TO l-umb-mes.
           WRITE lis-linea FROM lin-umbrales.
           WRITE lis-linea FROM lin-blanco.
           MOVE "ALERTAS NUEVAS DEL PERIODO" TO l-sec-titulo.
           WRITE lis-linea FROM lin-seccion.
           WRITE lis-linea FROM lin-encab.

       110-CARGO-PARAMETROS.
           MOVE ZERO TO w-flag-fin-param.
           OPEN INPUT PARAMETROS.
           IF w-param-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE PARAMETROS, USA VALORES "
                   "POR OMISION"
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
               WHEN "PERIODO-MONITOREO"
                   IF param-valor(1:6) IS NUMERIC THEN
                       MOVE param-valor(1:6) TO w-periodo
                   END-IF
               WHEN "UMBRAL-MOVIMIENTO"
                   IF param-valor(1:11) IS NUMERIC THEN
                       MOVE param-valor(1:11)
                           TO w-umbral-movimiento(1:11)
                   END-IF
               WHEN "UMBRAL-DIARIO"
                   IF param-valor(1:11) IS NUMERIC THEN
                       MOVE param-valor(1:11) TO w-umbral-diario(1:11)
                   END-IF
               WHEN "UMBRAL-MENSUAL"
                   IF param-valor(1:11) IS NUMERIC THEN
                       MOVE param-valor(1:11) TO w-umbral-mensual(1:11)
                   END-IF
               WHEN "PORC-FRACCIONADO"
                   IF param-valor(1:2) IS NUMERIC THEN
                       MOVE param-valor(1:2) TO w-porc-fraccionado
                   END-IF
               WHEN "CANT-FRACCIONADO"
                   IF param-valor(1:2) IS NUMERIC THEN
                       MOVE param-valor(1:2) TO w-cant-fraccionado
                   END-IF
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-AUDIT-MON-ORD"
                   MOVE param-valor TO w-path-audit-ord
               WHEN "PATH-CASOS"
                   MOVE param-valor TO w-path-casos
               WHEN "PATH-LIST-MONITOREO"
                   MOVE param-valor TO w-path-listado
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       140-ORDENO-AUDITORIA.
           PERFORM 145-VERIFICO-AUDITORIA.
           SORT ORDENA-AUDIT
               ON ASCENDING KEY srt-socio
               ON ASCENDING KEY srt-fecha
               WITH DUPLICATES IN ORDER
               USING AUDITORIA
               GIVING AUDIT-ORD.

       145-VERIFICO-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF w-audit-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR AUDITORIA, ESTADO "
                   w-audit-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDITORIA.

       150-ABRO-CASOS.
           OPEN I-O CASOS.
           IF w-cas-status IS EQUAL "35" THEN
               OPEN OUTPUT CASOS
               CLOSE CASOS
               OPEN I-O CASOS
           END-IF.
           IF w-cas-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CASOS, ESTADO "
                   w-cas-status
               DISPLAY "PROCESO CANCELADO"
               CLOSE AUDIT-ORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Corte de control por socio y, dentro del socio, por fecha. La
      * historia anterior al periodo solo se usa para saber si la
      * cuenta estaba dormida.
       200-PROCESO.
           PERFORM 210-LEER-AUDIT-ORD.
           PERFORM UNTIL w-flag-fin-aord IS EQUAL 1
               PERFORM 220-PROCESO-SOCIO
           END-PERFORM.

       210-LEER-AUDIT-ORD.
           READ AUDIT-ORD
               AT END
                   MOVE 1 TO w-flag-fin-aord
               NOT AT END
                   ADD 1 TO w-cont-leidos
           END-READ.

       220-PROCESO-SOCIO.
           MOVE aord-socio TO w-socio-actual.
           MOVE ZERO TO w-flag-dormido.
           MOVE ZERO TO w-mes-creditos.
           MOVE ZERO TO w-mes-debitos.
           MOVE ZERO TO w-mes-cant-cred.
           MOVE ZERO TO w-mes-cant-deb.
           MOVE ZERO TO w-mes-suc-cred.
           MOVE ZERO TO w-mes-suc-deb.
           PERFORM UNTIL w-flag-fin-aord IS EQUAL 1 OR
                         aord-socio IS NOT EQUAL w-socio-actual
               PERFORM 230-PROCESO-DIA
           END-PERFORM.
           PERFORM 270-EVALUO-MES.

       230-PROCESO-DIA.
           MOVE aord-fecha TO w-fecha-actual.
           MOVE ZERO TO w-dia-creditos.
           MOVE ZERO TO w-dia-debitos.
           MOVE ZERO TO w-dia-cant-cred.
           MOVE ZERO TO w-dia-cant-deb.
           MOVE ZERO TO w-dia-suc-cred.
           MOVE ZERO TO w-dia-suc-deb.
           MOVE ZERO TO w-dia-max.
           MOVE ZERO TO w-dia-suc-max.
           MOVE ZERO TO w-dia-cant-grandes.
           PERFORM UNTIL w-flag-fin-aord IS EQUAL 1 OR
                         aord-socio IS NOT EQUAL w-socio-actual OR
                         aord-fecha IS NOT EQUAL w-fecha-actual
               PERFORM 240-PROCESO-MOVIMIENTO
               PERFORM 210-LEER-AUDIT-ORD
           END-PERFORM.
           IF w-fecha-actual >= w-fecha-desde AND
              w-fecha-actual <= w-fecha-hasta THEN
               PERFORM 260-EVALUO-DIA
           END-IF.

      * Un cambio de estado grabado por el proceso de inactividad (sin
      * operador) deja la cuenta dormida; uno autorizado por un
      * supervisor la saca de ese estado. Los movimientos que genera
      * el sistema (intereses, cargos, retenciones, ordenes) no se
      * consideran actividad del socio. Los creditos recibidos de
      * otros bancos los genera la compensacion pero son del socio.
       240-PROCESO-MOVIMIENTO.
           MOVE aord-concepto TO w-concepto-busca.
           PERFORM 245-BUSCO-CONCEPTO.
           IF w-idx-concepto IS EQUAL ZERO OR
              aord-concepto IS EQUAL "CR" THEN
               MOVE "O" TO w-origen
           ELSE
               MOVE con-origen(w-idx-concepto) TO w-origen
           END-IF.
           COMPUTE w-delta = aord-importe-nuevo - aord-importe-ant.
           EVALUATE TRUE
               WHEN aord-movimiento IS EQUAL "E"
                   IF aord-concepto IS EQUAL "CE" AND
                      aord-operador IS EQUAL SPACES AND
                      aord-autorizo IS EQUAL SPACES THEN
                       MOVE 1 TO w-flag-dormido
                   ELSE
                       MOVE ZERO TO w-flag-dormido
                   END-IF
               WHEN aord-movimiento IS EQUAL "L"
                   CONTINUE
               WHEN w-origen IS EQUAL "S"
                   CONTINUE
               WHEN w-delta IS EQUAL ZERO
                   CONTINUE
               WHEN OTHER
                   IF w-delta < ZERO THEN
                       COMPUTE w-abs = ZERO - w-delta
                   ELSE
                       MOVE w-delta TO w-abs
                   END-IF
                   IF aord-fecha >= w-fecha-desde AND
                      aord-fecha <= w-fecha-hasta THEN
                       PERFORM 250-ACUMULO-MOVIMIENTO
                       IF w-flag-dormido IS EQUAL 1 THEN
                           PERFORM 255-ALERTA-DORMIDO
                       END-IF
                   END-IF
                   MOVE ZERO TO w-flag-dormido
           END-EVALUATE.

       245-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

       250-ACUMULO-MOVIMIENTO.
           IF w-delta > ZERO THEN
               ADD w-abs TO w-dia-creditos
               ADD w-abs TO w-mes-creditos
               ADD 1 TO w-dia-cant-cred
               ADD 1 TO w-mes-cant-cred
               MOVE aord-sucursal TO w-dia-suc-cred
               MOVE aord-sucursal TO w-mes-suc-cred
           ELSE
               ADD w-abs TO w-dia-debitos
               ADD w-abs TO w-mes-debitos
               ADD 1 TO w-dia-cant-deb
               ADD 1 TO w-mes-cant-deb
               MOVE aord-sucursal TO w-dia-suc-deb
               MOVE aord-sucursal TO w-mes-suc-deb
           END-IF.
           IF w-abs > w-umbral-movimiento THEN
               ADD 1 TO w-dia-cant-grandes
               IF w-abs > w-dia-max THEN
                   MOVE w-abs TO w-dia-max
                   MOVE aord-sucursal TO w-dia-suc-max
               END-IF
           END-IF.
           IF aord-movimiento IS EQUAL "T" AND
              w-abs >= w-umbral-fraccionado AND
              w-abs < w-umbral-movimiento THEN
               PERFORM 257-GUARDO-FRACCIONADO
           END-IF.

       255-ALERTA-DORMIDO.
           MOVE "DO" TO w-ale-tipo.
           MOVE w-socio-actual TO w-ale-socio.
           MOVE aord-fecha TO w-ale-fecha.
           MOVE ZERO TO w-ale-contraparte.
           MOVE aord-sucursal TO w-ale-sucursal.
           MOVE w-delta TO w-ale-importe.
           MOVE 1 TO w-ale-cantidad.
           PERFORM 600-REGISTRO-ALERTA.

       257-GUARDO-FRACCIONADO.
           IF w-cant-fra < 2000 THEN
               ADD 1 TO w-cant-fra
               MOVE w-socio-actual TO w-fra-socio(w-cant-fra)
               MOVE aord-fecha TO w-fra-fecha(w-cant-fra)
               MOVE w-abs TO w-fra-importe(w-cant-fra)
               IF w-delta > ZERO THEN
                   MOVE "C" TO w-fra-tipo(w-cant-fra)
               ELSE
                   MOVE "D" TO w-fra-tipo(w-cant-fra)
               END-IF
               MOVE aord-sucursal TO w-fra-sucursal(w-cant-fra)
               MOVE ZERO TO w-fra-usado(w-cant-fra)
           ELSE
               ADD 1 TO w-fra-excedidos
           END-IF.

       260-EVALUO-DIA.
           IF w-dia-cant-grandes > ZERO THEN
               MOVE "MG" TO w-ale-tipo
               MOVE w-socio-actual TO w-ale-socio
               MOVE w-fecha-actual TO w-ale-fecha
               MOVE ZERO TO w-ale-contraparte
               MOVE w-dia-suc-max TO w-ale-sucursal
               MOVE w-dia-max TO w-ale-importe
               MOVE w-dia-cant-grandes TO w-ale-cantidad
               PERFORM 600-REGISTRO-ALERTA
           END-IF.
           IF w-dia-creditos > w-umbral-diario THEN
               MOVE "DC" TO w-ale-tipo
               MOVE w-socio-actual TO w-ale-socio
               MOVE w-fecha-actual TO w-ale-fecha
               MOVE ZERO TO w-ale-contraparte
               MOVE w-dia-suc-cred TO w-ale-sucursal
               MOVE w-dia-creditos TO w-ale-importe
               MOVE w-dia-cant-cred TO w-ale-cantidad
               PERFORM 600-REGISTRO-ALERTA
           END-IF.
           IF w-dia-debitos > w-umbral-diario THEN
               MOVE "DD" TO w-ale-tipo
               MOVE w-socio-actual TO w-ale-socio
               MOVE w-fecha-actual TO w-ale-fecha
               MOVE ZERO TO w-ale-contraparte
               MOVE w-dia-suc-deb TO w-ale-sucursal
               COMPUTE w-ale-importe = ZERO - w-dia-debitos
               MOVE w-dia-cant-deb TO w-ale-cantidad
               PERFORM 600-REGISTRO-ALERTA
           END-IF.

      * Las alertas del mes llevan como fecha el periodo (AAAAMM00):
      * si el acumulado sigue creciendo en corridas posteriores del
      * mismo mes no se vuelve a levantar el caso.
       270-EVALUO-MES.
           IF w-mes-creditos > w-umbral-mensual THEN
               MOVE "MC" TO w-ale-tipo
               MOVE w-socio-actual TO w-ale-socio
               MOVE w-fecha-periodo TO w-ale-fecha
               MOVE ZERO TO w-ale-contraparte
               MOVE w-mes-suc-cred TO w-ale-sucursal
               MOVE w-mes-creditos TO w-ale-importe
               MOVE w-mes-cant-cred TO w-ale-cantidad
               PERFORM 600-REGISTRO-ALERTA
           END-IF.
           IF w-mes-debitos > w-umbral-mensual THEN
               MOVE "MD" TO w-ale-tipo
               MOVE w-socio-actual TO w-ale-socio
               MOVE w-fecha-periodo TO w-ale-fecha
               MOVE ZERO TO w-ale-contraparte
               MOVE w-mes-suc-deb TO w-ale-sucursal
               COMPUTE w-ale-importe = ZERO - w-mes-debitos
               MOVE w-mes-cant-deb TO w-ale-cantidad
               PERFORM 600-REGISTRO-ALERTA
           END-IF.

      * Empareja cada debito por transferencia con el primer credito
      * libre de otro socio de la misma fecha e importe, y cuenta las
      * transferencias del mes entre cada par origen / destino.
       300-FRACCIONADOS.
           IF w-fra-excedidos > ZERO THEN
               DISPLAY "TABLA DE TRANSFERENCIAS LLENA, SE OMITIERON "
                   w-fra-excedidos
           END-IF.
           MOVE 1 TO idx-fra.
           PERFORM UNTIL idx-fra > w-cant-fra
               IF w-fra-tipo(idx-fra) IS EQUAL "D" THEN
                   PERFORM 310-BUSCO-CREDITO
               END-IF
               ADD 1 TO idx-fra
           END-PERFORM.
           IF w-par-excedidos > ZERO THEN
               DISPLAY "TABLA DE PARES LLENA, SE OMITIERON "
                   w-par-excedidos
           END-IF.
           MOVE 1 TO idx-par.
           PERFORM UNTIL idx-par > w-cant-par
               IF w-par-cantidad(idx-par) >= w-cant-fraccionado THEN
                   MOVE "FR" TO w-ale-tipo
                   MOVE w-par-origen(idx-par) TO w-ale-socio
                   MOVE w-fecha-periodo TO w-ale-fecha
                   MOVE w-par-destino(idx-par) TO w-ale-contraparte
                   MOVE w-par-sucursal(idx-par) TO w-ale-sucursal
                   MOVE w-par-total(idx-par) TO w-ale-importe
                   MOVE w-par-cantidad(idx-par) TO w-ale-cantidad
                   PERFORM 600-REGISTRO-ALERTA
               END-IF
               ADD 1 TO idx-par
           END-PERFORM.

       310-BUSCO-CREDITO.
           MOVE ZERO TO w-flag-encontrado.
           MOVE 1 TO idx-cre.
           PERFORM UNTIL idx-cre > w-cant-fra OR
                         w-flag-encontrado IS EQUAL 1
               IF w-fra-tipo(idx-cre) IS EQUAL "C" AND
                  w-fra-usado(idx-cre) IS EQUAL ZERO AND
                  w-fra-fecha(idx-cre) IS EQUAL w-fra-fecha(idx-fra)
                  AND w-fra-importe(idx-cre) IS EQUAL
                      w-fra-importe(idx-fra) AND
                  w-fra-socio(idx-cre) IS NOT EQUAL
                      w-fra-socio(idx-fra) THEN
                   MOVE 1 TO w-flag-encontrado
                   MOVE 1 TO w-fra-usado(idx-cre)
                   MOVE 1 TO w-fra-usado(idx-fra)
                   PERFORM 320-ACUMULO-PAR
               END-IF
               ADD 1 TO idx-cre
           END-PERFORM.

       320-ACUMULO-PAR.
           MOVE ZERO TO w-idx-par.
           MOVE 1 TO idx-par.
           PERFORM UNTIL idx-par > w-cant-par OR w-idx-par > ZERO
               IF w-par-origen(idx-par) IS EQUAL
                      w-fra-socio(idx-fra) AND
                  w-par-destino(idx-par) IS EQUAL
                      w-fra-socio(idx-cre) THEN
                   MOVE idx-par TO w-idx-par
               END-IF
               ADD 1 TO idx-par
           END-PERFORM.
           IF w-idx-par IS EQUAL ZERO THEN
               IF w-cant-par < 500 THEN
                   ADD 1 TO w-cant-par
                   MOVE w-cant-par TO w-idx-par
                   MOVE w-fra-socio(idx-fra) TO w-par-origen(w-idx-par)
                   MOVE w-fra-socio(idx-cre)
                       TO w-par-destino(w-idx-par)
                   MOVE ZERO TO w-par-cantidad(w-idx-par)
                   MOVE ZERO TO w-par-total(w-idx-par)
               ELSE
                   ADD 1 TO w-par-excedidos
               END-IF
           END-IF.
           IF w-idx-par > ZERO THEN
               ADD 1 TO w-par-cantidad(w-idx-par)
               ADD w-fra-importe(idx-fra) TO w-par-total(w-idx-par)
               MOVE w-fra-sucursal(idx-fra)
                   TO w-par-sucursal(w-idx-par)
           END-IF.

      * Resumen del mes sobre todo el archivo de casos (incluye los de
      * corridas anteriores), con el estado en que los dejo la
      * revision.
       400-RESUMEN-MENSUAL.
           INITIALIZE w-tabla-resumen.
           MOVE ZERO TO w-flag-fin-cas.
           MOVE LOW-VALUES TO cas-clave.
           START CASOS KEY IS >= cas-clave
               INVALID KEY MOVE 1 TO w-flag-fin-cas
           END-START.
           PERFORM UNTIL w-flag-fin-cas IS EQUAL 1
               READ CASOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-flag-fin-cas
                   NOT AT END
                       PERFORM 410-ACUMULO-CASO
               END-READ
           END-PERFORM.
           WRITE lis-linea FROM lin-blanco.
           MOVE "RESUMEN DEL MES POR TIPO DE ALERTA Y SUCURSAL"
               TO l-sec-titulo.
           WRITE lis-linea FROM lin-seccion.
           WRITE lis-linea FROM lin-res-encab.
           MOVE 1 TO idx-tip.
           PERFORM UNTIL idx-tip > w-cant-tipos
               PERFORM 420-LISTO-TIPO
               ADD 1 TO idx-tip
           END-PERFORM.
           MOVE "TOTAL GENERAL" TO l-res-tipo.
           MOVE SPACES TO l-res-sucursal.
           MOVE w-res-gen-abiertos TO l-res-abiertos.
           MOVE w-res-gen-revisados TO l-res-revisados.
           MOVE w-res-gen-informados TO l-res-informados.
           COMPUTE l-res-total = w-res-gen-abiertos +
               w-res-gen-revisados + w-res-gen-informados.
           WRITE lis-linea FROM lin-res.

       410-ACUMULO-CASO.
           IF cas-fecha(1:6) IS EQUAL w-periodo THEN
               MOVE cas-tipo TO w-ale-tipo
               PERFORM 610-BUSCO-TIPO
               IF w-idx-tipo > ZERO THEN
                   COMPUTE idx-suc = cas-sucursal + 1
                   EVALUATE cas-estado
                       WHEN "R"
                           ADD 1 TO w-res-revisados(w-idx-tipo idx-suc)
                       WHEN "I"
                           ADD 1
                               TO w-res-informados(w-idx-tipo idx-suc)
                       WHEN OTHER
                           ADD 1 TO w-res-abiertos(w-idx-tipo idx-suc)
                   END-EVALUATE
               END-IF
           END-IF.

       420-LISTO-TIPO.
           MOVE ZERO TO w-res-tot-abiertos.
           MOVE ZERO TO w-res-tot-revisados.
           MOVE ZERO TO w-res-tot-informados.
           MOVE 1 TO idx-suc.
           PERFORM UNTIL idx-suc > 100
               IF w-res-abiertos(idx-tip idx-suc) > ZERO OR
                  w-res-revisados(idx-tip idx-suc) > ZERO OR
                  w-res-informados(idx-tip idx-suc) > ZERO THEN
                   PERFORM 430-LISTO-SUCURSAL
               END-IF
               ADD 1 TO idx-suc
           END-PERFORM.
           IF w-res-tot-abiertos > ZERO OR
              w-res-tot-revisados > ZERO OR
              w-res-tot-informados > ZERO THEN
               MOVE "  TOTAL DEL TIPO" TO l-res-tipo
               MOVE SPACES TO l-res-sucursal
               MOVE w-res-tot-abiertos TO l-res-abiertos
               MOVE w-res-tot-revisados TO l-res-revisados
               MOVE w-res-tot-informados TO l-res-informados
               COMPUTE l-res-total = w-res-tot-abiertos +
                   w-res-tot-revisados + w-res-tot-informados
               WRITE lis-linea FROM lin-res
               WRITE lis-linea FROM lin-blanco
               ADD w-res-tot-abiertos TO w-res-gen-abiertos
               ADD w-res-tot-revisados TO w-res-gen-revisados
               ADD w-res-tot-informados TO w-res-gen-informados
           END-IF.

       430-LISTO-SUCURSAL.
           MOVE tip-descripcion(idx-tip) TO l-res-tipo.
           COMPUTE w-suc-num = idx-suc - 1.
           MOVE w-suc-num TO l-res-sucursal.
           MOVE w-res-abiertos(idx-tip idx-suc) TO l-res-abiertos.
           MOVE w-res-revisados(idx-tip idx-suc) TO l-res-revisados.
           MOVE w-res-informados(idx-tip idx-suc) TO l-res-informados.
           COMPUTE l-res-total = w-res-abiertos(idx-tip idx-suc) +
               w-res-revisados(idx-tip idx-suc) +
               w-res-informados(idx-tip idx-suc).
           WRITE lis-linea FROM lin-res.
           ADD w-res-abiertos(idx-tip idx-suc) TO w-res-tot-abiertos.
           ADD w-res-revisados(idx-tip idx-suc) TO w-res-tot-revisados.
           ADD w-res-informados(idx-tip idx-suc)
               TO w-res-tot-informados.

       500-FIN.
           WRITE lis-linea FROM lin-blanco.
           MOVE "MOVIMIENTOS DE AUDITORIA LEIDOS" TO l-resu-leyenda.
           MOVE w-cont-leidos TO l-resu-valor.
           WRITE lis-linea FROM lin-resumen.
           MOVE "ALERTAS NUEVAS" TO l-resu-leyenda.
           MOVE w-cont-nuevas TO l-resu-valor.
           WRITE lis-linea FROM lin-resumen.
           MOVE "ALERTAS YA REGISTRADAS (NO SE REPITEN)"
               TO l-resu-leyenda.
           MOVE w-cont-repetidas TO l-resu-valor.
           WRITE lis-linea FROM lin-resumen.
           WRITE lis-linea FROM lin-guarda.
           CLOSE LISTADO.
           CLOSE AUDIT-ORD.
           CLOSE CASOS.
           DISPLAY "MOVIMIENTOS LEIDOS: " w-cont-leidos.
           DISPLAY "ALERTAS NUEVAS    : " w-cont-nuevas.
           DISPLAY "YA REGISTRADAS    : " w-cont-repetidas.
           DISPLAY "INFORME GENERADO: archMonitoreo.dat".

       600-REGISTRO-ALERTA.
           MOVE w-ale-tipo TO cas-tipo.
           MOVE w-ale-socio TO cas-socio.
           MOVE w-ale-fecha TO cas-fecha.
           MOVE w-ale-contraparte TO cas-contraparte.
           READ CASOS
               INVALID KEY
                   PERFORM 620-GRABO-CASO
               NOT INVALID KEY
                   ADD 1 TO w-cont-repetidas
           END-READ.

       610-BUSCO-TIPO.
           MOVE ZERO TO w-idx-tipo.
           MOVE 1 TO idx-tip.
           PERFORM UNTIL idx-tip > w-cant-tipos OR w-idx-tipo > ZERO
               IF tip-codigo(idx-tip) IS EQUAL w-ale-tipo THEN
                   MOVE idx-tip TO w-idx-tipo
               END-IF
               ADD 1 TO idx-tip
           END-PERFORM.

       620-GRABO-CASO.
           MOVE w-ale-tipo TO cas-tipo.
           MOVE w-ale-socio TO cas-socio.
           MOVE w-ale-fecha TO cas-fecha.
           MOVE w-ale-contraparte TO cas-contraparte.
           MOVE w-ale-sucursal TO cas-sucursal.
           MOVE w-ale-importe TO cas-importe.
           MOVE w-ale-cantidad TO cas-cantidad.
           MOVE w-fecha-proceso TO cas-fecha-alta.
           MOVE "A" TO cas-estado.
           MOVE w-fecha-proceso TO cas-fecha-estado.
           MOVE SPACES TO cas-operador.
           MOVE SPACES TO cas-observacion.
           WRITE cas-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CASO " cas-clave
               NOT INVALID KEY
                   ADD 1 TO w-cont-nuevas
                   PERFORM 630-LISTO-ALERTA
           END-WRITE.

       630-LISTO-ALERTA.
           PERFORM 610-BUSCO-TIPO.
           IF w-idx-tipo > ZERO THEN
               MOVE tip-descripcion(w-idx-tipo) TO l-ale-tipo
           ELSE
               MOVE w-ale-tipo TO l-ale-tipo
           END-IF.
           MOVE w-ale-socio TO l-ale-socio.
           MOVE w-ale-fecha TO l-ale-fecha.
           IF w-ale-contraparte IS EQUAL ZERO THEN
               MOVE SPACES TO l-ale-contraparte
           ELSE
               MOVE w-ale-contraparte TO l-ale-contraparte
           END-IF.
           MOVE w-ale-sucursal TO l-ale-sucursal.
           MOVE w-ale-importe TO l-ale-importe.
           MOVE w-ale-cantidad TO l-ale-cantidad.
           WRITE lis-linea FROM lin-alerta.

           END PROGRAM Monitoreo_Movimientos.
