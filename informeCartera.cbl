      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe_Cartera.
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

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-soc
           FILE STATUS IS w-soc-status.

           SELECT CARTERA
           ASSIGN TO DYNAMIC w-path-cartera.

           SELECT ORDENA-CARTERA
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archCarteraSrt.tmp".

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

       FD  SOCIOS.
       01  soc-reg.
           03 soc-soc pic 9(4).
           03 soc-nombre pic x(20).
           03 soc-saldo pic s9(8)v99.
           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

       FD  CARTERA.
       01  car-linea pic x(80).

       SD  ORDENA-CARTERA.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-numero pic 9(6).
           03 srt-capital pic 9(7)v99.
           03 srt-saldo-capital pic 9(7)v99.
           03 srt-cuotas-pagas pic 9(3).
           03 srt-plazo pic 9(3).
           03 srt-cuotas-atraso pic 9(3).
           03 srt-importe-atraso pic 9(8)v99.
           03 srt-fecha-mora pic 9(8).
           03 srt-estado pic x.

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-pre-status pic xx.
       01  w-soc-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-pre pic 9 value zero.
       01  w-flag-fin-sort pic 9 value zero.
       01  w-flag-sin-socios pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-socio-ant pic 9(4) value zero.
       01  w-dias-proceso pic 9(7) value zero.
       01  w-dias-atraso pic 9(7) value zero.
       01  w-cont-socios pic 9(5) value zero.
       01  w-cont-vigentes pic 9(5) value zero.
       01  w-cont-mora pic 9(5) value zero.
       01  w-cont-a-desembolsar pic 9(5) value zero.
       01  w-cont-cancelados pic 9(5) value zero.
       01  w-cont-rechazados pic 9(5) value zero.
       01  w-sub-capital pic 9(9)v99 value zero.
       01  w-sub-saldo pic 9(9)v99 value zero.
       01  w-sub-atraso pic 9(5) value zero.
       01  w-sub-importe-atraso pic 9(9)v99 value zero.
       01  w-tot-capital pic 9(9)v99 value zero.
       01  w-tot-saldo pic 9(9)v99 value zero.
       01  w-tot-atraso pic 9(5) value zero.
       01  w-tot-importe-atraso pic 9(9)v99 value zero.
      * Mora por tramos de dias de atraso: 1-30, 31-60, 61-90, +90.
       01  idx-tramo pic 9 value zero.
       01  tabla-tramos.
           03 tra-entry occurs 4 times.
               05 tra-cantidad pic 9(5) value zero.
               05 tra-saldo pic 9(9)v99 value zero.
               05 tra-importe-atraso pic 9(9)v99 value zero.
       01  tabla-leyendas-x.
           03 filler pic x(30) value "MORA DE 1 A 30 DIAS".
           03 filler pic x(30) value "MORA DE 31 A 60 DIAS".
           03 filler pic x(30) value "MORA DE 61 A 90 DIAS".
           03 filler pic x(30) value "MORA DE MAS DE 90 DIAS".
       01  tabla-leyendas redefines tabla-leyendas-x.
           03 tra-leyenda pic x(30) occurs 4 times.
       01  w-path-prestamos pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archPrestamos.dat".
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSocios.dat".
       01  w-path-cartera pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCartera.dat".

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

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(22) value spaces.
           03 filler pic x(36) value
              "CARTERA DE PRESTAMOS A SOCIOS".
           03 filler pic x(22) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "FECHA DE PROCESO:".
           03 l-fecha-proceso pic 9(8).
           03 filler pic x(50) value spaces.
       01  lin-encab.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "PREST.".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "     CAPITAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "SALDO CAPIT.".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value " CUOTAS".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "ATR".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "  IMP. ATRASO".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value " DIAS".
           03 filler pic x value space.
           03 filler pic x(7) value "ESTADO".
       01  lin-socio.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SOCIO ".
           03 l-soc-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-soc-nombre pic x(20).
           03 filler pic x(46) value spaces.
       01  lin-prestamo.
           03 filler pic x(2) value spaces.
           03 l-pre-numero pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-pre-capital pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-saldo pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-pagas pic zz9.
           03 filler pic x value "/".
           03 l-pre-plazo pic zz9.
           03 filler pic x(2) value spaces.
           03 l-pre-atraso pic zz9.
           03 filler pic x(2) value spaces.
           03 l-pre-importe-atraso pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-dias pic zzzz9.
           03 filler pic x value space.
           03 l-pre-estado pic x(7).
       01  lin-total.
           03 l-tot-leyenda pic x(8).
           03 l-tot-capital pic zzz.zzz.zz9,99.
           03 l-tot-saldo pic zzz.zzz.zz9,99.
           03 filler pic x(9) value spaces.
           03 l-tot-atraso pic zzzz9.
           03 filler pic x value space.
           03 l-tot-importe-atraso pic zzz.zzz.zz9,99.
           03 filler pic x(15) value spaces.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-resumen.
           03 filler pic x(5) value spaces.
           03 l-res-leyenda pic x(30).
           03 l-res-valor pic zzzz9.
           03 filler pic x(3) value spaces.
           03 l-res-saldo pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-res-importe pic zzz.zzz.zz9,99.
           03 filler pic x(7) value spaces.
       01  lin-res-encab.
           03 filler pic x(40) value spaces.
           03 filler pic x(17) value "     SALDO CAPIT.".
           03 filler pic x(16) value "     IMP. ATRASO".
           03 filler pic x(7) value spaces.

      * Cartera de prestamos vigentes y en mora por socio: capital
      * pendiente, cuotas en atraso y dias de atraso desde la cuota
      * impaga mas antigua, con la mora agrupada por tramos.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT ORDENA-CARTERA
               ON ASCENDING KEY srt-socio
               ON ASCENDING KEY srt-numero
               INPUT PROCEDURE IS 200-SELECCIONO-PRESTAMOS
               OUTPUT PROCEDURE IS 300-LISTO-CARTERA.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "INFORME DE CARTERA DE PRESTAMOS".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           MOVE w-fecha-proceso TO w-fecha-calc-n.
           PERFORM 800-CALCULO-DIAS.
           MOVE w-fc-dias TO w-dias-proceso.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR PRESTAMOS, ESTADO "
                   w-pre-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-soc-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN MAESTRO DE SOCIOS (ESTADO " w-soc-status
                   "), SE LISTA SIN NOMBRES"
               MOVE 1 TO w-flag-sin-socios
           END-IF.
           OPEN OUTPUT CARTERA.
           WRITE car-linea FROM lin-guarda.
           WRITE car-linea FROM lin-titulo.
           WRITE car-linea FROM lin-guarda.
           MOVE w-fecha-proceso TO l-fecha-proceso.
           WRITE car-linea FROM lin-fecha.
           WRITE car-linea FROM lin-blanco.
           WRITE car-linea FROM lin-encab.

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
               WHEN "PATH-PRESTAMOS"
                   MOVE param-valor TO w-path-prestamos
               WHEN "PATH-SOCIOS"
                   MOVE param-valor TO w-path-socios
               WHEN "PATH-CARTERA"
                   MOVE param-valor TO w-path-cartera
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-SELECCIONO-PRESTAMOS.
           MOVE ZERO TO w-flag-fin-pre.
           MOVE ZERO TO pre-numero.
           START PRESTAMOS KEY >= pre-numero
               INVALID KEY
                   MOVE 1 TO w-flag-fin-pre
           END-START.
           PERFORM 210-LEO-PRESTAMO.
           PERFORM UNTIL w-flag-fin-pre IS EQUAL 1
               PERFORM 220-CLASIFICO-PRESTAMO
               PERFORM 210-LEO-PRESTAMO
           END-PERFORM.

       210-LEO-PRESTAMO.
           IF w-flag-fin-pre IS EQUAL ZERO THEN
               READ PRESTAMOS NEXT AT END MOVE 1 TO w-flag-fin-pre
           END-IF.

       220-CLASIFICO-PRESTAMO.
           EVALUATE pre-estado
               WHEN "V"
                   ADD 1 TO w-cont-vigentes
                   PERFORM 230-LIBERO-PRESTAMO
               WHEN "M"
                   ADD 1 TO w-cont-mora
                   PERFORM 230-LIBERO-PRESTAMO
               WHEN "P"
                   ADD 1 TO w-cont-a-desembolsar
               WHEN "C"
                   ADD 1 TO w-cont-cancelados
               WHEN "R"
                   ADD 1 TO w-cont-rechazados
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       230-LIBERO-PRESTAMO.
           MOVE pre-socio TO srt-socio.
           MOVE pre-numero TO srt-numero.
           MOVE pre-capital TO srt-capital.
           MOVE pre-saldo-capital TO srt-saldo-capital.
           MOVE pre-cuotas-pagas TO srt-cuotas-pagas.
           MOVE pre-plazo TO srt-plazo.
           MOVE pre-cuotas-atraso TO srt-cuotas-atraso.
           MOVE pre-importe-atraso TO srt-importe-atraso.
           MOVE pre-fecha-mora TO srt-fecha-mora.
           MOVE pre-estado TO srt-estado.
           RELEASE srt-reg.

       300-LISTO-CARTERA.
           MOVE ZERO TO w-flag-fin-sort.
           PERFORM 310-RETORNO-ORDENADO.
           IF w-flag-fin-sort IS EQUAL ZERO THEN
               PERFORM 320-CABECERA-SOCIO
           END-IF.
           PERFORM UNTIL w-flag-fin-sort IS EQUAL 1
               IF srt-socio IS NOT EQUAL w-socio-ant THEN
                   PERFORM 340-CORTE-SOCIO
                   PERFORM 320-CABECERA-SOCIO
               END-IF
               PERFORM 330-LINEA-PRESTAMO
               PERFORM 310-RETORNO-ORDENADO
           END-PERFORM.
           IF w-cont-socios > ZERO THEN
               PERFORM 340-CORTE-SOCIO
           END-IF.

       310-RETORNO-ORDENADO.
           RETURN ORDENA-CARTERA AT END MOVE 1 TO w-flag-fin-sort.

       320-CABECERA-SOCIO.
           ADD 1 TO w-cont-socios.
           MOVE srt-socio TO w-socio-ant.
           MOVE srt-socio TO l-soc-socio.
           MOVE "SIN MAESTRO" TO l-soc-nombre.
           IF w-flag-sin-socios IS EQUAL ZERO THEN
               MOVE srt-socio TO soc-soc
               READ SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE soc-nombre TO l-soc-nombre
               END-READ
           END-IF.
           WRITE car-linea FROM lin-blanco.
           WRITE car-linea FROM lin-socio.
           MOVE ZERO TO w-sub-capital.
           MOVE ZERO TO w-sub-saldo.
           MOVE ZERO TO w-sub-atraso.
           MOVE ZERO TO w-sub-importe-atraso.

       330-LINEA-PRESTAMO.
           MOVE srt-numero TO l-pre-numero.
           MOVE srt-capital TO l-pre-capital.
           MOVE srt-saldo-capital TO l-pre-saldo.
           MOVE srt-cuotas-pagas TO l-pre-pagas.
           MOVE srt-plazo TO l-pre-plazo.
           MOVE srt-cuotas-atraso TO l-pre-atraso.
           MOVE srt-importe-atraso TO l-pre-importe-atraso.
           MOVE ZERO TO w-dias-atraso.
           IF srt-fecha-mora > ZERO AND
              srt-fecha-mora < w-fecha-proceso THEN
               MOVE srt-fecha-mora TO w-fecha-calc-n
               PERFORM 800-CALCULO-DIAS
               COMPUTE w-dias-atraso = w-dias-proceso - w-fc-dias
           END-IF.
           MOVE w-dias-atraso TO l-pre-dias.
           IF srt-estado IS EQUAL "M" THEN
               MOVE "MORA" TO l-pre-estado
           ELSE
               MOVE "VIGENTE" TO l-pre-estado
           END-IF.
           WRITE car-linea FROM lin-prestamo.
           ADD srt-capital TO w-sub-capital.
           ADD srt-saldo-capital TO w-sub-saldo.
           ADD srt-cuotas-atraso TO w-sub-atraso.
           ADD srt-importe-atraso TO w-sub-importe-atraso.
           IF w-dias-atraso > ZERO THEN
               PERFORM 350-ACUMULO-TRAMO
           END-IF.

       340-CORTE-SOCIO.
           MOVE "SUBTOTAL" TO l-tot-leyenda.
           MOVE w-sub-capital TO l-tot-capital.
           MOVE w-sub-saldo TO l-tot-saldo.
           MOVE w-sub-atraso TO l-tot-atraso.
           MOVE w-sub-importe-atraso TO l-tot-importe-atraso.
           WRITE car-linea FROM lin-total.
           ADD w-sub-capital TO w-tot-capital.
           ADD w-sub-saldo TO w-tot-saldo.
           ADD w-sub-atraso TO w-tot-atraso.
           ADD w-sub-importe-atraso TO w-tot-importe-atraso.

       350-ACUMULO-TRAMO.
           EVALUATE TRUE
               WHEN w-dias-atraso <= 30
                   MOVE 1 TO idx-tramo
               WHEN w-dias-atraso <= 60
                   MOVE 2 TO idx-tramo
               WHEN w-dias-atraso <= 90
                   MOVE 3 TO idx-tramo
               WHEN OTHER
                   MOVE 4 TO idx-tramo
           END-EVALUATE.
           ADD 1 TO tra-cantidad(idx-tramo).
           ADD srt-saldo-capital TO tra-saldo(idx-tramo).
           ADD srt-importe-atraso TO tra-importe-atraso(idx-tramo).

       500-FIN.
           WRITE car-linea FROM lin-blanco.
           MOVE "TOTAL" TO l-tot-leyenda.
           MOVE w-tot-capital TO l-tot-capital.
           MOVE w-tot-saldo TO l-tot-saldo.
           MOVE w-tot-atraso TO l-tot-atraso.
           MOVE w-tot-importe-atraso TO l-tot-importe-atraso.
           WRITE car-linea FROM lin-total.
           WRITE car-linea FROM lin-blanco.
           WRITE car-linea FROM lin-guarda.
           WRITE car-linea FROM lin-res-encab.
           MOVE 1 TO idx-tramo.
           PERFORM UNTIL idx-tramo > 4
               MOVE tra-leyenda(idx-tramo) TO l-res-leyenda
               MOVE tra-cantidad(idx-tramo) TO l-res-valor
               MOVE tra-saldo(idx-tramo) TO l-res-saldo
               MOVE tra-importe-atraso(idx-tramo) TO l-res-importe
               WRITE car-linea FROM lin-resumen
               ADD 1 TO idx-tramo
           END-PERFORM.
           WRITE car-linea FROM lin-blanco.
           MOVE ZERO TO l-res-saldo.
           MOVE ZERO TO l-res-importe.
           MOVE "SOCIOS CON PRESTAMOS" TO l-res-leyenda.
           MOVE w-cont-socios TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           MOVE "PRESTAMOS VIGENTES" TO l-res-leyenda.
           MOVE w-cont-vigentes TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           MOVE "PRESTAMOS EN MORA" TO l-res-leyenda.
           MOVE w-cont-mora TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           MOVE "A DESEMBOLSAR" TO l-res-leyenda.
           MOVE w-cont-a-desembolsar TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           MOVE "CANCELADOS" TO l-res-leyenda.
           MOVE w-cont-cancelados TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           MOVE "DESEMBOLSO RECHAZADO" TO l-res-leyenda.
           MOVE w-cont-rechazados TO l-res-valor.
           WRITE car-linea FROM lin-resumen.
           WRITE car-linea FROM lin-guarda.
           CLOSE CARTERA.
           CLOSE PRESTAMOS.
           IF w-flag-sin-socios IS EQUAL ZERO THEN
               CLOSE SOCIOS
           END-IF.
           DISPLAY "SOCIOS CON PRESTAMOS   : " w-cont-socios.
           DISPLAY "PRESTAMOS VIGENTES     : " w-cont-vigentes.
           DISPLAY "PRESTAMOS EN MORA      : " w-cont-mora.
           DISPLAY "CAPITAL PENDIENTE      : " w-tot-saldo.
           DISPLAY "IMPORTE EN ATRASO      : " w-tot-importe-atraso.
           DISPLAY "INFORME GENERADO: archCartera.dat".

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

           END PROGRAM Informe_Cartera.
