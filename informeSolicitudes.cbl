      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe_Solicitudes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES
           ASSIGN TO DYNAMIC w-path-solicitudes
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sol-numero
           FILE STATUS IS w-sol-status.

           SELECT LISTADO
           ASSIGN TO DYNAMIC w-path-listado.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
       01  sol-reg.
           03 sol-numero pic 9(6).
           03 sol-socio pic 9(4).
           03 sol-tipo pic x.
           03 sol-importe-ant pic s9(8)v99.
           03 sol-importe-nuevo pic s9(8)v99.
           03 sol-estado-ant pic x.
           03 sol-estado-nuevo pic x.
           03 sol-fecha pic 9(8).
           03 sol-operador pic x(8).
           03 sol-situacion pic x.
           03 sol-autorizo pic x(8).
           03 sol-fecha-resol pic 9(8).
           03 sol-motivo pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(80).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-sol-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-proceso-d redefines w-fecha-proceso.
           03 w-proc-aaaa pic 9(4).
           03 w-proc-mm pic 9(2).
           03 w-proc-dd pic 9(2).
       01  w-fecha-ini.
           03 w-ini-aaaa pic 9(4).
           03 w-ini-mm pic 9(2).
           03 w-ini-dd pic 9(2).
       01  w-fecha-ini-n redefines w-fecha-ini pic 9(8).
       01  w-dias pic s9(7) value zero.
       01  w-dias-ed pic zzz9.
       01  w-estado-busca pic x value space.
       01  w-desc-estado pic x(14) value spaces.
       01  w-cont-pendientes pic 9(4) value zero.
       01  w-cont-aprobadas pic 9(4) value zero.
       01  w-cont-rechazadas pic 9(4) value zero.
       01  w-path-solicitudes pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSolicitudes.dat".
       01  w-path-listado pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSolPendientes.dat".

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(18) value spaces.
           03 filler pic x(44) value
              "CAMBIOS DE MAESTRO PENDIENTES DE AUTORIZAR".
           03 filler pic x(18) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "FECHA DE PROCESO:".
           03 l-cab-fecha pic 9(8).
           03 filler pic x(50) value spaces.
       01  lin-seccion.
           03 filler pic x(2) value spaces.
           03 l-sec-titulo pic x(78).
       01  lin-encab.
           03 filler pic x value space.
           03 filler pic x(7) value "NUMERO".
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(7) value "TIPO".
           03 filler pic x(15) value "   VALOR ACTUAL".
           03 filler pic x(15) value "    VALOR NUEVO".
           03 filler pic x(9) value "FECHA".
           03 filler pic x(9) value "OPERADOR".
           03 filler pic x(12) value "OBS".
       01  lin-sol.
           03 filler pic x value space.
           03 l-sol-numero pic 9(6).
           03 filler pic x value space.
           03 l-sol-socio pic 9(4).
           03 filler pic x value space.
           03 l-sol-tipo pic x(6).
           03 filler pic x value space.
           03 l-sol-importes.
               05 l-sol-ant pic zz.zzz.zz9,99-.
               05 filler pic x value space.
               05 l-sol-nuevo pic zz.zzz.zz9,99-.
           03 l-sol-estados redefines l-sol-importes.
               05 l-sol-est-ant pic x(14).
               05 filler pic x.
               05 l-sol-est-nuevo pic x(14).
           03 filler pic x value space.
           03 l-sol-fecha pic 9(8).
           03 filler pic x value space.
           03 l-sol-operador pic x(8).
           03 filler pic x value space.
           03 l-sol-obs pic x(12).
       01  lin-motivo.
           03 filler pic x(10) value spaces.
           03 filler pic x(8) value "MOTIVO: ".
           03 l-mot-motivo pic x(30).
           03 filler pic x(32) value spaces.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-resumen.
           03 filler pic x(5) value spaces.
           03 l-res-leyenda pic x(30).
           03 l-res-valor pic zzz9.
           03 filler pic x(41) value spaces.

      * Listado de fin de dia: todas las solicitudes que siguen sin
      * autorizar, con los dias de espera, y las resueltas en la fecha
      * de proceso con el operador que las autorizo.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LISTO-PENDIENTES.
           PERFORM 300-LISTO-RESUELTAS.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "LISTADO DE SOLICITUDES PENDIENTES DE AUTORIZAR".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           OPEN OUTPUT LISTADO.
           WRITE lis-linea FROM lin-guarda.
           WRITE lis-linea FROM lin-titulo.
           WRITE lis-linea FROM lin-guarda.
           MOVE w-fecha-proceso TO l-cab-fecha.
           WRITE lis-linea FROM lin-fecha.
           WRITE lis-linea FROM lin-blanco.

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
               WHEN "PATH-SOLICITUDES"
                   MOVE param-valor TO w-path-solicitudes
               WHEN "PATH-LIST-SOLICITUDES"
                   MOVE param-valor TO w-path-listado
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-LISTO-PENDIENTES.
           MOVE "SOLICITUDES PENDIENTES" TO l-sec-titulo.
           WRITE lis-linea FROM lin-seccion.
           WRITE lis-linea FROM lin-encab.
           PERFORM 210-ABRO-SOLICITUDES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF sol-situacion IS EQUAL "P" THEN
                   PERFORM 230-INFORMO-PENDIENTE
               END-IF
               PERFORM 220-LEER-SOLICITUD
           END-PERFORM.
           PERFORM 240-CIERRO-SOLICITUDES.
           WRITE lis-linea FROM lin-blanco.

       210-ABRO-SOLICITUDES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT SOLICITUDES.
           IF w-sol-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN ARCHIVO DE SOLICITUDES (ESTADO "
                   w-sol-status ")"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 220-LEER-SOLICITUD
           END-IF.

       220-LEER-SOLICITUD.
           READ SOLICITUDES NEXT RECORD AT END MOVE 1 TO w-flag-fin.

       230-INFORMO-PENDIENTE.
           ADD 1 TO w-cont-pendientes.
           PERFORM 250-ARMO-LINEA.
           MOVE sol-fecha TO w-fecha-ini-n.
           COMPUTE w-dias =
               (w-proc-aaaa * 360 + w-proc-mm * 30 + w-proc-dd) -
               (w-ini-aaaa * 360 + w-ini-mm * 30 + w-ini-dd).
           IF w-dias > ZERO THEN
               MOVE "DIAS:" TO l-sol-obs
               MOVE w-dias TO w-dias-ed
               MOVE w-dias-ed TO l-sol-obs(7:4)
           END-IF.
           WRITE lis-linea FROM lin-sol.

       240-CIERRO-SOLICITUDES.
           IF w-sol-status IS EQUAL "00" OR
              w-sol-status IS EQUAL "10" THEN
               CLOSE SOLICITUDES
           END-IF.

       250-ARMO-LINEA.
           MOVE sol-numero TO l-sol-numero.
           MOVE sol-socio TO l-sol-socio.
           EVALUATE sol-tipo
               WHEN "S"
                   MOVE "SALDO" TO l-sol-tipo
               WHEN "L"
                   MOVE "LIMITE" TO l-sol-tipo
               WHEN "B"
                   MOVE "BAJA" TO l-sol-tipo
               WHEN OTHER
                   MOVE "ESTADO" TO l-sol-tipo
           END-EVALUATE.
           IF sol-tipo IS EQUAL "E" THEN
               MOVE SPACES TO l-sol-estados
               MOVE sol-estado-ant TO w-estado-busca
               PERFORM 260-DESCRIBO-ESTADO
               MOVE w-desc-estado TO l-sol-est-ant
               MOVE sol-estado-nuevo TO w-estado-busca
               PERFORM 260-DESCRIBO-ESTADO
               MOVE w-desc-estado TO l-sol-est-nuevo
           ELSE
               MOVE sol-importe-ant TO l-sol-ant
               MOVE sol-importe-nuevo TO l-sol-nuevo
           END-IF.
           MOVE sol-fecha TO l-sol-fecha.
           MOVE sol-operador TO l-sol-operador.
           MOVE SPACES TO l-sol-obs.

       260-DESCRIBO-ESTADO.
           EVALUATE w-estado-busca
               WHEN "B"
                   MOVE "BLOQUEADO" TO w-desc-estado
               WHEN "D"
                   MOVE "DORMIDO" TO w-desc-estado
               WHEN OTHER
                   MOVE "ACTIVO" TO w-desc-estado
           END-EVALUATE.

       300-LISTO-RESUELTAS.
           MOVE "SOLICITUDES RESUELTAS EN LA FECHA" TO l-sec-titulo.
           WRITE lis-linea FROM lin-seccion.
           WRITE lis-linea FROM lin-encab.
           PERFORM 210-ABRO-SOLICITUDES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF sol-situacion IS NOT EQUAL "P" AND
                  sol-fecha-resol IS EQUAL w-fecha-proceso THEN
                   PERFORM 330-INFORMO-RESUELTA
               END-IF
               PERFORM 220-LEER-SOLICITUD
           END-PERFORM.
           PERFORM 240-CIERRO-SOLICITUDES.

       330-INFORMO-RESUELTA.
           PERFORM 250-ARMO-LINEA.
           IF sol-situacion IS EQUAL "A" THEN
               ADD 1 TO w-cont-aprobadas
               MOVE "APR " TO l-sol-obs
           ELSE
               ADD 1 TO w-cont-rechazadas
               MOVE "RCH " TO l-sol-obs
           END-IF.
           MOVE sol-autorizo TO l-sol-obs(5:8).
           WRITE lis-linea FROM lin-sol.
           IF sol-situacion IS EQUAL "R" AND
              sol-motivo IS NOT EQUAL SPACES THEN
               MOVE sol-motivo TO l-mot-motivo
               WRITE lis-linea FROM lin-motivo
           END-IF.

       500-FIN.
           WRITE lis-linea FROM lin-blanco.
           MOVE "SOLICITUDES PENDIENTES" TO l-res-leyenda.
           MOVE w-cont-pendientes TO l-res-valor.
           WRITE lis-linea FROM lin-resumen.
           MOVE "APROBADAS EN LA FECHA" TO l-res-leyenda.
           MOVE w-cont-aprobadas TO l-res-valor.
           WRITE lis-linea FROM lin-resumen.
           MOVE "RECHAZADAS EN LA FECHA" TO l-res-leyenda.
           MOVE w-cont-rechazadas TO l-res-valor.
           WRITE lis-linea FROM lin-resumen.
           WRITE lis-linea FROM lin-guarda.
           CLOSE LISTADO.
           DISPLAY "SOLICITUDES PENDIENTES: " w-cont-pendientes.
           DISPLAY "APROBADAS EN LA FECHA : " w-cont-aprobadas.
           DISPLAY "RECHAZADAS EN LA FECHA: " w-cont-rechazadas.
           DISPLAY "INFORME GENERADO: archSolPendientes.dat".

           END PROGRAM Informe_Solicitudes.
