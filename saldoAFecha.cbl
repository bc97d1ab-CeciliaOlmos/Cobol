      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Saldo_A_Fecha.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-ENTRADA
           ASSIGN TO DYNAMIC w-path-gen-entrada
           FILE STATUS IS w-gen-status.

           SELECT CATALOGO
           ASSIGN TO DYNAMIC w-path-catalogo
           FILE STATUS IS w-cat-status.

           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT AUDIT-ANIO
           ASSIGN TO DYNAMIC w-path-audit-anio
           FILE STATUS IS w-anio-status.

           SELECT AUDIT-CORTE
           ASSIGN TO DYNAMIC w-path-audit-corte
           FILE STATUS IS w-corte-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT SALDOS-FECHA
           ASSIGN TO DYNAMIC w-path-saldo-fecha.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-ENTRADA.
       01  gen-reg.
           03 gen-socio pic 9(4).
           03 gen-nombre pic x(20).
           03 gen-saldo pic s9(8)v99.
           03 gen-estado pic x.
           03 gen-limite pic 9(6)v99.

       FD  CATALOGO.
       01  cat-reg.
           03 cat-fecha pic 9(8).
           03 cat-estado pic x.

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

       FD  AUDIT-ANIO.
       01  aanio-reg pic x(53).

       FD  AUDIT-CORTE.
       01  corte-reg.
           03 corte-fecha pic 9(8).
           03 corte-generado pic 9(8).
           03 corte-archivados pic 9(7).
           03 corte-retenidos pic 9(7).

       FD  RUN-CTRL.
       01  run-reg.
           03 run-programa pic x(10).
           03 run-fecha pic 9(8).
           03 run-evento pic x.
           03 run-resultado pic x(2).

       FD  SALDOS-FECHA.
       01  sal-linea pic x(80).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-gen-status pic xx.
       01  w-cat-status pic xx.
       01  w-audit-status pic xx.
       01  w-anio-status pic xx.
       01  w-corte-status pic xx.
       01  w-runctl-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-flag-reconstruible pic 9 value 1.
       01  w-flag-dia-gen pic 9 value zero.
       01  w-flag-depurado pic 9 value zero.
       01  w-flag-anual pic 9 value zero.
       01  w-modo-batch pic x value "N".
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-saldo pic 9(8) value zero.
       01  w-fecha-saldo-d redefines w-fecha-saldo.
           03 w-sal-aaaa pic 9(4).
           03 w-sal-mm pic 9(2).
           03 w-sal-dd pic 9(2).
       01  w-fecha-gen pic 9(8) value zero.
       01  w-fecha-gen-d redefines w-fecha-gen.
           03 w-gen-aaaa pic 9(4).
           03 w-gen-resto pic 9(4).
       01  w-socio-desde pic 9(4) value zero.
       01  w-socio-hasta pic 9(4) value 9999.
       01  w-corte-fecha pic 9(8) value zero.
       01  w-corte-generado pic 9(8) value zero.
       01  w-corte-generado-d redefines w-corte-generado.
           03 w-cgen-aaaa pic 9(4).
           03 w-cgen-resto pic 9(4).
       01  w-fecha-prueba pic 9(8) value zero.
       01  w-fecha-prueba-d redefines w-fecha-prueba.
           03 w-prueba-aaaa pic 9(4).
           03 w-prueba-resto pic 9(4).
       01  w-inicio-anio pic 9(8) value zero.
       01  w-anio-x pic 9(4) value zero.
       01  w-idx-anio pic 9(3) value zero.
       01  w-largo-base pic 9(2) value zero.
       01  w-largo-audit pic 9(2) value zero.
       01  w-nro-evento pic 9(7) value zero.
       01  w-pos-resguardo pic 9(7) value zero.
       01  w-pos-merge pic 9(7) value zero.
       01  w-idx pic 9(5) value zero.
       01  w-delta-mov pic s9(9)v99 value zero.
       01  w-saldo-fecha pic s9(9)v99 value zero.
       01  w-motivo pic x(70) value spaces.
       01  w-cont-gen pic 9(5) value zero.
       01  w-cont-aplicados pic 9(7) value zero.
       01  w-cont-listados pic 9(5) value zero.
       01  w-cont-anuales pic 9(3) value zero.
       01  w-total-gen pic s9(11)v99 value zero.
       01  w-total-delta pic s9(11)v99 value zero.
       01  w-total-saldo pic s9(11)v99 value zero.
       01  w-total-movs pic 9(7) value zero.
       01  tabla-anios.
           03 w-anio-marca pic 9 occurs 200 times value zero.
       01  tabla-saldos.
           03 tab-sal-entry occurs 10000 times.
               05 tab-sal-en-gen pic 9 value zero.
               05 tab-sal-nombre pic x(20) value spaces.
               05 tab-sal-estado pic x value space.
               05 tab-sal-saldo-gen pic s9(8)v99 value zero.
               05 tab-sal-delta pic s9(9)v99 value zero.
               05 tab-sal-movs pic 9(5) value zero.
       01  w-path-gen-entrada pic x(60) value spaces.
       01  w-base-gen-soc pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSociosG".
       01  w-path-catalogo pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCatalogoGen.dat".
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-audit-anio pic x(60) value spaces.
       01  w-path-audit-base pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria".
       01  w-path-audit-corte pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditCorte.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".
       01  w-path-saldo-fecha pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSaldoFecha.dat".

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(22) value spaces.
           03 filler pic x(36) value
              "SALDOS DE SOCIOS A UNA FECHA".
           03 filler pic x(22) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(11) value "SALDOS AL: ".
           03 l-fecha-saldo pic 9(8).
           03 filler pic x(3) value spaces.
           03 filler pic x(12) value "GENERACION: ".
           03 l-fecha-gen pic 9(8).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "SOCIOS ".
           03 l-socio-desde pic 9(4).
           03 filler pic x(3) value " A ".
           03 l-socio-hasta pic 9(4).
           03 filler pic x(12) value spaces.
       01  lin-encab.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(2) value "E".
           03 filler pic x(14) value "  SALDO GENER.".
           03 filler pic x(5) value " MOVS".
           03 filler pic x(15) value "   NETO PERIODO".
           03 filler pic x(15) value "  SALDO A FECHA".
           03 filler pic x(2) value spaces.
       01  lin-saldo.
           03 filler pic x value space.
           03 l-sal-socio pic 9(4).
           03 filler pic x value space.
           03 l-sal-nombre pic x(20).
           03 filler pic x value space.
           03 l-sal-estado pic x.
           03 filler pic x value space.
           03 l-sal-saldo-gen pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 l-sal-movs pic zzz9.
           03 filler pic x value space.
           03 l-sal-delta pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 l-sal-saldo pic zz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
       01  lin-total.
           03 filler pic x value space.
           03 filler pic x(14) value "TOTAL GENERAL ".
           03 l-tot-socios pic zzzz9.
           03 filler pic x(7) value " SOCIOS".
           03 l-tot-gen pic zzzz.zzz.zz9,99-.
           03 l-tot-movs pic zzzz9.
           03 l-tot-delta pic zzz.zzz.zz9,99-.
           03 l-tot-saldo pic zzz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
       01  lin-aviso.
           03 filler pic x(5) value spaces.
           03 l-aviso-texto pic x(70).
           03 filler pic x(5) value spaces.
       01  lin-blanco.
           03 filler pic x(80) value spaces.

      * Saldo de cada socio al cierre de una fecha pasada, sin tocar
      * los maestros: se parte de la ultima generacion resguardada en
      * o antes de la fecha y se le suman los movimientos de la
      * auditoria (activa y anuales depuradas) hasta esa fecha.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ELIJO-GENERACION.
           IF w-flag-reconstruible IS EQUAL 1 THEN
               PERFORM 250-VERIFICO-DIA-GENERACION
               PERFORM 270-VERIFICO-PERIODO-AUDIT
           END-IF.
           IF w-flag-reconstruible IS EQUAL 1 THEN
               PERFORM 300-CARGO-GENERACION
           END-IF.
           IF w-flag-reconstruible IS EQUAL ZERO THEN
               PERFORM 900-NO-RECONSTRUIBLE
           END-IF.
           PERFORM 400-APLICO-AUDIT-ACTIVA.
           PERFORM 450-APLICO-AUDIT-ANUALES.
           PERFORM 600-LISTO-SALDOS.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "SALDOS DE SOCIOS A UNA FECHA".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           IF w-fecha-saldo IS EQUAL ZERO THEN
               IF w-modo-batch IS EQUAL "S" THEN
                   DISPLAY "FALTA EL PARAMETRO SALDO-FECHA"
                   DISPLAY "PROCESO CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 140-PIDO-CONSULTA
           END-IF.
           PERFORM 150-VALIDO-CONSULTA.
           OPEN OUTPUT SALDOS-FECHA.
           WRITE sal-linea FROM lin-guarda.
           WRITE sal-linea FROM lin-titulo.
           WRITE sal-linea FROM lin-guarda.
           DISPLAY "SALDOS AL " w-fecha-saldo "  SOCIOS "
               w-socio-desde " A " w-socio-hasta.

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
               WHEN "MODO-BATCH"
                   MOVE param-valor(1:1) TO w-modo-batch
               WHEN "SALDO-FECHA"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-saldo
                   END-IF
               WHEN "SALDO-SOCIO-DESDE"
                   IF param-valor(1:4) IS NUMERIC THEN
                       MOVE param-valor(1:4) TO w-socio-desde
                   END-IF
               WHEN "SALDO-SOCIO-HASTA"
                   IF param-valor(1:4) IS NUMERIC THEN
                       MOVE param-valor(1:4) TO w-socio-hasta
                   END-IF
               WHEN "PATH-GEN-SOC-BASE"
                   MOVE param-valor TO w-base-gen-soc
               WHEN "PATH-CATALOGO-GEN"
                   MOVE param-valor TO w-path-catalogo
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-AUDIT-BASE"
                   MOVE param-valor TO w-path-audit-base
               WHEN "PATH-AUDIT-CORTE"
                   MOVE param-valor TO w-path-audit-corte
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN "PATH-SALDO-FECHA"
                   MOVE param-valor TO w-path-saldo-fecha
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Consulta por pantalla: un socio se pide como desde = hasta.
       140-PIDO-CONSULTA.
           DISPLAY "INGRESE FECHA DEL SALDO (AAAAMMDD)".
           ACCEPT w-fecha-saldo.
           DISPLAY "INGRESE SOCIO DESDE (0 = TODOS)".
           ACCEPT w-socio-desde.
           IF w-socio-desde IS EQUAL ZERO THEN
               MOVE 9999 TO w-socio-hasta
           ELSE
               DISPLAY "INGRESE SOCIO HASTA (0 = SOLO ESE SOCIO)"
               ACCEPT w-socio-hasta
               IF w-socio-hasta IS EQUAL ZERO THEN
                   MOVE w-socio-desde TO w-socio-hasta
               END-IF
           END-IF.

       150-VALIDO-CONSULTA.
           IF w-sal-mm < 1 OR w-sal-mm > 12 OR
              w-sal-dd < 1 OR w-sal-dd > 31 THEN
               DISPLAY "FECHA DEL SALDO INVALIDA: " w-fecha-saldo
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-fecha-saldo > w-fecha-proceso THEN
               DISPLAY "LA FECHA " w-fecha-saldo
                   " ES POSTERIOR A LA FECHA DE PROCESO "
                   w-fecha-proceso
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-socio-hasta < w-socio-desde THEN
               DISPLAY "RANGO DE SOCIOS INVALIDO: " w-socio-desde
                   " A " w-socio-hasta
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * La generacion base es la ultima activa del catalogo con fecha
      * igual o anterior a la pedida.
       200-ELIJO-GENERACION.
           MOVE ZERO TO w-fecha-gen.
           OPEN INPUT CATALOGO.
           IF w-cat-status IS NOT EQUAL "00" THEN
               MOVE ZERO TO w-flag-reconstruible
               MOVE "NO HAY CATALOGO DE GENERACIONES DE MAESTROS"
                   TO w-motivo
           ELSE
               MOVE ZERO TO w-flag-fin
               PERFORM 210-LEER-CATALOGO
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   IF cat-estado IS EQUAL "A" AND
                      cat-fecha IS NOT GREATER THAN w-fecha-saldo AND
                      cat-fecha > w-fecha-gen THEN
                       MOVE cat-fecha TO w-fecha-gen
                   END-IF
                   PERFORM 210-LEER-CATALOGO
               END-PERFORM
               CLOSE CATALOGO
               IF w-fecha-gen IS EQUAL ZERO THEN
                   MOVE ZERO TO w-flag-reconstruible
                   MOVE SPACES TO w-motivo
                   STRING "NO HAY GENERACION DE MAESTROS EN O ANTES "
                       "DEL " w-fecha-saldo DELIMITED BY SIZE
                       INTO w-motivo
               ELSE
                   DISPLAY "GENERACION BASE: " w-fecha-gen
               END-IF
           END-IF.

       210-LEER-CATALOGO.
           READ CATALOGO AT END MOVE 1 TO w-flag-fin.

       220-ARMO-PATH-GENERACION.
           MOVE 60 TO w-largo-base.
           PERFORM UNTIL w-largo-base IS EQUAL ZERO OR
                  w-base-gen-soc(w-largo-base:1) IS NOT EQUAL SPACE
               SUBTRACT 1 FROM w-largo-base
           END-PERFORM.
           MOVE SPACES TO w-path-gen-entrada.
           STRING w-base-gen-soc(1:w-largo-base)
               w-fecha-gen ".dat" DELIMITED BY SIZE
               INTO w-path-gen-entrada.

      * La generacion es la foto del cierre de su dia, con los
      * movimientos de esa fecha ya aplicados. Si el control de
      * corridas muestra que el apareo de ese dia cerro despues del
      * resguardo, los movimientos batch de la fecha de la generacion
      * no estan en la foto y tambien se aplican.
       250-VERIFICO-DIA-GENERACION.
           MOVE ZERO TO w-nro-evento.
           MOVE ZERO TO w-pos-resguardo.
           MOVE ZERO TO w-pos-merge.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin
               PERFORM 260-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   ADD 1 TO w-nro-evento
                   IF run-fecha IS EQUAL w-fecha-gen AND
                      run-evento IS EQUAL "C" THEN
                       IF run-programa IS EQUAL "RESGUARDO" THEN
                           MOVE w-nro-evento TO w-pos-resguardo
                       END-IF
                       IF run-programa IS EQUAL "MERGE" THEN
                           MOVE w-nro-evento TO w-pos-merge
                       END-IF
                   END-IF
                   PERFORM 260-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.
           IF w-pos-resguardo > ZERO AND
              w-pos-merge > w-pos-resguardo THEN
               MOVE 1 TO w-flag-dia-gen
               DISPLAY "EL APAREO DEL " w-fecha-gen
                   " CERRO DESPUES DEL RESGUARDO, SE APLICAN SUS "
                   "MOVIMIENTOS"
           END-IF.

       260-LEER-RUN-CTRL.
           READ RUN-CTRL AT END MOVE 1 TO w-flag-fin.

      * Lo depurado es lo anterior al ultimo corte de depuraAuditoria
      * en anios ya cerrados cuando corrio; eso solo esta en los
      * archivos anuales. Si falta alguno de los que cubren el
      * periodo a aplicar, o falta la auditoria activa cuando hace
      * falta, el saldo no se puede reconstruir.
       270-VERIFICO-PERIODO-AUDIT.
           OPEN INPUT AUDIT-CORTE.
           IF w-corte-status IS EQUAL "00" THEN
               READ AUDIT-CORTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE corte-fecha TO w-corte-fecha
                       MOVE corte-generado TO w-corte-generado
               END-READ
               CLOSE AUDIT-CORTE
           END-IF.
           MOVE w-fecha-saldo TO w-fecha-prueba.
           PERFORM 420-VERIFICO-DEPURADO.
           IF w-flag-depurado IS EQUAL ZERO THEN
               OPEN INPUT AUDITORIA
               IF w-audit-status IS NOT EQUAL "00" THEN
                   MOVE ZERO TO w-flag-reconstruible
                   MOVE "NO SE PUEDE ABRIR LA AUDITORIA ACTIVA"
                       TO w-motivo
               ELSE
                   CLOSE AUDITORIA
               END-IF
           END-IF.
           MOVE 60 TO w-largo-audit.
           PERFORM UNTIL w-largo-audit IS EQUAL ZERO OR
                  w-path-audit-base(w-largo-audit:1) IS NOT EQUAL SPACE
               SUBTRACT 1 FROM w-largo-audit
           END-PERFORM.
           MOVE w-gen-aaaa TO w-anio-x.
           PERFORM UNTIL w-anio-x > w-sal-aaaa
               PERFORM 280-VERIFICO-UN-ANIO
               ADD 1 TO w-anio-x
           END-PERFORM.

       280-VERIFICO-UN-ANIO.
           IF w-anio-x IS EQUAL w-gen-aaaa THEN
               MOVE w-fecha-gen TO w-inicio-anio
           ELSE
               COMPUTE w-inicio-anio = w-anio-x * 10000 + 101
           END-IF.
           IF w-anio-x < w-cgen-aaaa AND
              w-inicio-anio < w-corte-fecha AND
              w-anio-x > 1899 AND w-anio-x < 2100 THEN
               PERFORM 290-ARMO-PATH-ANIO
               OPEN INPUT AUDIT-ANIO
               IF w-anio-status IS NOT EQUAL "00" THEN
                   MOVE ZERO TO w-flag-reconstruible
                   MOVE SPACES TO w-motivo
                   STRING "FALTA EL ARCHIVO ANUAL DE AUDITORIA "
                       w-anio-x DELIMITED BY SIZE INTO w-motivo
               ELSE
                   CLOSE AUDIT-ANIO
                   COMPUTE w-idx-anio = w-anio-x - 1899
                   MOVE 1 TO w-anio-marca(w-idx-anio)
               END-IF
           END-IF.

       290-ARMO-PATH-ANIO.
           MOVE SPACES TO w-path-audit-anio.
           STRING w-path-audit-base(1:w-largo-audit)
               w-anio-x ".dat" DELIMITED BY SIZE
               INTO w-path-audit-anio.

       300-CARGO-GENERACION.
           PERFORM 220-ARMO-PATH-GENERACION.
           OPEN INPUT GEN-ENTRADA.
           IF w-gen-status IS NOT EQUAL "00" THEN
               MOVE ZERO TO w-flag-reconstruible
               MOVE SPACES TO w-motivo
               STRING "NO SE PUEDE ABRIR LA GENERACION " w-fecha-gen
                   DELIMITED BY SIZE INTO w-motivo
           ELSE
               MOVE ZERO TO w-flag-fin
               PERFORM 310-LEER-GENERACION
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   IF gen-socio IS NOT LESS THAN w-socio-desde AND
                      gen-socio IS NOT GREATER THAN w-socio-hasta THEN
                       COMPUTE w-idx = gen-socio + 1
                       MOVE 1 TO tab-sal-en-gen(w-idx)
                       MOVE gen-nombre TO tab-sal-nombre(w-idx)
                       MOVE gen-estado TO tab-sal-estado(w-idx)
                       MOVE gen-saldo TO tab-sal-saldo-gen(w-idx)
                       ADD 1 TO w-cont-gen
                   END-IF
                   PERFORM 310-LEER-GENERACION
               END-PERFORM
               CLOSE GEN-ENTRADA
               DISPLAY "SOCIOS EN LA GENERACION: " w-cont-gen
           END-IF.

       310-LEER-GENERACION.
           READ GEN-ENTRADA AT END MOVE 1 TO w-flag-fin.

      * De la auditoria activa se toma solo lo no depurado: si una
      * depuracion murio antes de regrabarla, lo ya archivado se lee
      * del anual y no se cuenta dos veces.
       400-APLICO-AUDIT-ACTIVA.
           MOVE w-fecha-saldo TO w-fecha-prueba.
           PERFORM 420-VERIFICO-DEPURADO.
           IF w-flag-depurado IS EQUAL ZERO THEN
               OPEN INPUT AUDITORIA
               MOVE ZERO TO w-flag-fin
               PERFORM 410-LEER-AUDITORIA
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   MOVE audit-fecha TO w-fecha-prueba
                   PERFORM 420-VERIFICO-DEPURADO
                   IF w-flag-depurado IS EQUAL ZERO THEN
                       PERFORM 430-APLICO-MOVIMIENTO
                   END-IF
                   PERFORM 410-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

       410-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-fin.

       420-VERIFICO-DEPURADO.
           MOVE ZERO TO w-flag-depurado.
           IF w-fecha-prueba < w-corte-fecha AND
              w-prueba-aaaa < w-cgen-aaaa THEN
               MOVE 1 TO w-flag-depurado
           END-IF.

      * Movimiento del periodo: posterior a la generacion (o del mismo
      * dia si el apareo cerro despues del resguardo y no lo cargo un
      * operador) y hasta la fecha pedida inclusive.
       430-APLICO-MOVIMIENTO.
           IF audit-socio IS NOT LESS THAN w-socio-desde AND
              audit-socio IS NOT GREATER THAN w-socio-hasta AND
              audit-fecha IS NOT GREATER THAN w-fecha-saldo THEN
               IF audit-fecha > w-fecha-gen OR
                  (audit-fecha IS EQUAL w-fecha-gen AND
                   w-flag-dia-gen IS EQUAL 1 AND
                   audit-operador IS EQUAL SPACES) THEN
                   COMPUTE w-idx = audit-socio + 1
                   COMPUTE w-delta-mov =
                       audit-importe-nuevo - audit-importe-ant
                   ADD w-delta-mov TO tab-sal-delta(w-idx)
                   ADD 1 TO tab-sal-movs(w-idx)
                   ADD 1 TO w-cont-aplicados
                   PERFORM 440-ACTUALIZO-ESTADO
               END-IF
           END-IF.

       440-ACTUALIZO-ESTADO.
           EVALUATE audit-movimiento
               WHEN "A"
                   MOVE "A" TO tab-sal-estado(w-idx)
               WHEN "B"
                   MOVE "B" TO tab-sal-estado(w-idx)
               WHEN "M"
               WHEN "T"
               WHEN "I"
                   IF tab-sal-estado(w-idx) IS EQUAL "D" THEN
                       MOVE "A" TO tab-sal-estado(w-idx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       450-APLICO-AUDIT-ANUALES.
           MOVE 1 TO w-idx-anio.
           PERFORM UNTIL w-idx-anio > 200
               IF w-anio-marca(w-idx-anio) IS EQUAL 1 THEN
                   COMPUTE w-anio-x = w-idx-anio + 1899
                   PERFORM 460-APLICO-UN-ANIO
               END-IF
               ADD 1 TO w-idx-anio
           END-PERFORM.

       460-APLICO-UN-ANIO.
           PERFORM 290-ARMO-PATH-ANIO.
           MOVE ZERO TO w-flag-anual.
           OPEN INPUT AUDIT-ANIO.
           IF w-anio-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR AUDITORIA ANUAL " w-anio-x
                   ", ESTADO " w-anio-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-cont-anuales.
           PERFORM 470-LEER-AUDIT-ANIO.
           PERFORM UNTIL w-flag-anual IS EQUAL 1
               MOVE aanio-reg TO audit-reg
               PERFORM 430-APLICO-MOVIMIENTO
               PERFORM 470-LEER-AUDIT-ANIO
           END-PERFORM.
           CLOSE AUDIT-ANIO.
           DISPLAY "AUDITORIA ANUAL " w-anio-x " APLICADA".

       470-LEER-AUDIT-ANIO.
           READ AUDIT-ANIO AT END MOVE 1 TO w-flag-anual.

      * Se listan los socios de la generacion y los que aparecen
      * despues por auditoria (altas posteriores).
       600-LISTO-SALDOS.
           MOVE w-fecha-saldo TO l-fecha-saldo.
           MOVE w-fecha-gen TO l-fecha-gen.
           MOVE w-socio-desde TO l-socio-desde.
           MOVE w-socio-hasta TO l-socio-hasta.
           WRITE sal-linea FROM lin-fecha.
           WRITE sal-linea FROM lin-blanco.
           WRITE sal-linea FROM lin-encab.
           WRITE sal-linea FROM lin-blanco.
           COMPUTE w-idx = w-socio-desde + 1.
           PERFORM UNTIL w-idx > w-socio-hasta + 1
               IF tab-sal-en-gen(w-idx) IS EQUAL 1 OR
                  tab-sal-movs(w-idx) > ZERO THEN
                   PERFORM 610-LISTO-SOCIO
               END-IF
               ADD 1 TO w-idx
           END-PERFORM.
           MOVE w-cont-listados TO l-tot-socios.
           MOVE w-total-gen TO l-tot-gen.
           MOVE w-total-movs TO l-tot-movs.
           MOVE w-total-delta TO l-tot-delta.
           MOVE w-total-saldo TO l-tot-saldo.
           WRITE sal-linea FROM lin-blanco.
           WRITE sal-linea FROM lin-total.
           WRITE sal-linea FROM lin-guarda.

       610-LISTO-SOCIO.
           COMPUTE w-saldo-fecha =
               tab-sal-saldo-gen(w-idx) + tab-sal-delta(w-idx).
           COMPUTE l-sal-socio = w-idx - 1.
           IF tab-sal-en-gen(w-idx) IS EQUAL 1 THEN
               MOVE tab-sal-nombre(w-idx) TO l-sal-nombre
           ELSE
               MOVE "ALTA POSTERIOR" TO l-sal-nombre
           END-IF.
           MOVE tab-sal-estado(w-idx) TO l-sal-estado.
           MOVE tab-sal-saldo-gen(w-idx) TO l-sal-saldo-gen.
           MOVE tab-sal-movs(w-idx) TO l-sal-movs.
           MOVE tab-sal-delta(w-idx) TO l-sal-delta.
           MOVE w-saldo-fecha TO l-sal-saldo.
           WRITE sal-linea FROM lin-saldo.
           ADD 1 TO w-cont-listados.
           ADD tab-sal-saldo-gen(w-idx) TO w-total-gen.
           ADD tab-sal-delta(w-idx) TO w-total-delta.
           ADD tab-sal-movs(w-idx) TO w-total-movs.
           ADD w-saldo-fecha TO w-total-saldo.

       700-FIN.
           CLOSE SALDOS-FECHA.
           DISPLAY "GENERACION BASE      : " w-fecha-gen.
           DISPLAY "ANUALES LEIDOS       : " w-cont-anuales.
           DISPLAY "MOVIMIENTOS APLICADOS: " w-cont-aplicados.
           DISPLAY "SOCIOS LISTADOS      : " w-cont-listados.
           DISPLAY "SALDO TOTAL A FECHA  : " w-total-saldo.
           DISPLAY "LISTADO GRABADO: archSaldoFecha.dat".

      * El motivo queda en pantalla y en el listado, y la corrida
      * termina con error para que la cadena no lo tome como bueno.
       900-NO-RECONSTRUIBLE.
           MOVE w-fecha-saldo TO l-fecha-saldo.
           MOVE w-fecha-gen TO l-fecha-gen.
           MOVE w-socio-desde TO l-socio-desde.
           MOVE w-socio-hasta TO l-socio-hasta.
           WRITE sal-linea FROM lin-fecha.
           WRITE sal-linea FROM lin-blanco.
           MOVE SPACES TO l-aviso-texto.
           STRING "NO SE PUEDE RECONSTRUIR EL SALDO AL "
               w-fecha-saldo DELIMITED BY SIZE INTO l-aviso-texto.
           WRITE sal-linea FROM lin-aviso.
           MOVE w-motivo TO l-aviso-texto.
           WRITE sal-linea FROM lin-aviso.
           WRITE sal-linea FROM lin-guarda.
           CLOSE SALDOS-FECHA.
           DISPLAY "NO SE PUEDE RECONSTRUIR EL SALDO AL "
               w-fecha-saldo.
           DISPLAY w-motivo.
           DISPLAY "PROCESO CANCELADO".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

           END PROGRAM Saldo_A_Fecha.
