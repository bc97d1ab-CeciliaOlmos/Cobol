           ASSIGN TO DYNAMIC w-path-retenciones
           FILE STATUS IS w-ret-status.

           SELECT AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT AUDIT-ORD
           ASSIGN TO DYNAMIC w-path-audit-ord.

           SELECT ORDENA-AUDIT
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archAuditLiqSrt.tmp".

           SELECT AUDIT-CORTE
           ASSIGN TO DYNAMIC w-path-audit-corte
           FILE STATUS IS w-corte-status.

           SELECT ULT-LIQUIDACION
           ASSIGN TO DYNAMIC w-path-ult-liq
           FILE STATUS IS w-ult-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           03 nov-int-importe pic s9(7)v99.
           03 nov-int-destino pic 9(4).
           03 nov-int-sucursal pic 9(2).
           03 nov-int-concepto pic x(2).

       FD  DETALLE-INT.
       01  det-reg.
           03 det-socio pic 9(4).
           03 det-nombre pic x(20).
           03 det-saldo-ant pic s9(8)v99.
           03 det-prom-positivo pic s9(8)v99.
           03 det-dias-positivos pic 9(4).
           03 det-prom-negativo pic s9(8)v99.
           03 det-dias-negativos pic 9(4).
           03 det-interes pic s9(7)v99.
           03 det-retencion pic s9(7)v99.
           03 det-neto pic s9(7)v99.
           03 det-punitorio pic s9(7)v99.
           03 det-saldo-nuevo pic s9(8)v99.

       FD  RETENCIONES.
       01  int-ctl-reg.
           03 int-ctl-cantidad pic 9(5).

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

       FD  AUDIT-CORTE.
       01  corte-reg.
           03 corte-fecha pic 9(8).
           03 corte-generado pic 9(8).
           03 corte-archivados pic 9(7).
           03 corte-retenidos pic 9(7).

      * Periodo de la ultima liquidacion emitida: la siguiente
      * arranca en ult-fecha-hasta. Si se vuelve a correr con la
      * misma fecha de proceso se reliquida desde ult-fecha-desde.
       FD  ULT-LIQUIDACION.
       01  ult-reg.
           03 ult-fecha-desde pic 9(8).
           03 ult-fecha-hasta pic 9(8).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
       01  w-nuevo-saldo pic s9(8)v99 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-suma-emitidos pic s9(11)v99 value zero.
       01  w-audit-status pic xx.
       01  w-corte-status pic xx.
       01  w-ult-status pic xx.
       01  w-path-auditoria pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditoria.dat".
       01  w-path-audit-ord pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditLiqOrd.dat".
       01  w-path-audit-corte pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditCorte.dat".
       01  w-path-ult-liq pic x(60)
           value
           "D:\linux cecilia\COBOL\archivo\archUltLiqInteres.dat".
       01  w-fecha-corte-aud pic 9(8) value zero.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-flag-desde-param pic 9 value zero.
       01  w-flag-fin-aord pic 9 value zero.
       01  w-flag-saldo-inicial pic 9 value zero.
       01  w-dias-desde pic 9(7) value zero.
       01  w-dias-proceso pic 9(7) value zero.
       01  w-dias-periodo pic 9(4) value zero.
       01  w-dia-anterior pic 9(7) value zero.
       01  w-dias-tramo pic 9(4) value zero.
       01  w-saldo-diario pic s9(8)v99 value zero.
       01  w-numeral-positivo pic s9(13)v99 value zero.
       01  w-numeral-negativo pic s9(13)v99 value zero.
       01  w-dias-positivos pic 9(4) value zero.
       01  w-dias-negativos pic 9(4) value zero.
       01  w-prom-positivo pic s9(8)v99 value zero.
       01  w-prom-negativo pic s9(8)v99 value zero.
       01  w-punitorio pic s9(8)v99 value zero.
       01  w-suma-punitorios pic s9(11)v99 value zero.
       01  w-cont-punitorios pic 9(5) value zero.
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
      * Registros de control dentro de los archivos de novedades:
      * cabecera "0000H" con fecha y origen, cola "9999T" con cantidad
      * de registros de detalle y suma de importes.
           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).

       01  lin-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(13) value "     INT.NETO".
           03 filler pic x(1) value spaces.
           03 filler pic x(14) value "   SALDO NUEVO".
       01  lin-encab-prom.
           03 filler pic x(7) value spaces.
           03 filler pic x(14) value "PERIODO DESDE".
           03 filler pic x(14) value " PROM.POSITIVO".
           03 filler pic x(1) value spaces.
           03 filler pic x(5) value " DIAS".
           03 filler pic x(1) value spaces.
           03 filler pic x(14) value "   PROM.DESCUB".
           03 filler pic x(1) value spaces.
           03 filler pic x(5) value " DIAS".
           03 filler pic x(1) value spaces.
           03 filler pic x(13) value "    PUNITORIO".
       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 l-soc-int pic x(4) value spaces.
           03 l-neto-int pic z.zzz.zz9,99-.
           03 filler pic x(1) value spaces.
           03 l-saldo-nuevo-int pic zz.zzz.zz9,99-.
       01  lin-detalle-prom.
           03 filler pic x(7) value spaces.
           03 l-desde-int pic 9(8).
           03 filler pic x(6) value spaces.
           03 l-prom-pos-int pic zz.zzz.zz9,99-.
           03 filler pic x(1) value spaces.
           03 l-dias-pos-int pic z.zz9.
           03 filler pic x(1) value spaces.
           03 l-prom-neg-int pic zz.zzz.zz9,99-.
           03 filler pic x(1) value spaces.
           03 l-dias-neg-int pic z.zz9.
           03 filler pic x(1) value spaces.
           03 l-punit-int pic z.zzz.zz9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           PERFORM 140-DETERMINO-PERIODO.
           PERFORM 150-VERIFICO-CORTE-AUDIT.
           PERFORM 160-ORDENO-AUDITORIA.
           OPEN INPUT AUDIT-ORD.
           PERFORM 215-LEER-AUDIT-ORD.
           OPEN INPUT SOCIOS-ACT.
           OPEN OUTPUT NOVEDADES-INT.
           MOVE "0000H" TO w-hdr-marca.
           DISPLAY lin-titulo.
           DISPLAY lin-guarda.
           DISPLAY lin-encab.
           DISPLAY lin-encab-prom.
           DISPLAY lin-subrayado.

       110-CARGO-PARAMETROS.
                   MOVE param-valor TO w-path-detalle-int
               WHEN "PATH-NOVED-INT-CTL"
                   MOVE param-valor TO w-path-noved-int-ctl
               WHEN "LIQ-FECHA-DESDE"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-desde
                       MOVE 1 TO w-flag-desde-param
                   END-IF
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-AUDIT-LIQ-ORD"
                   MOVE param-valor TO w-path-audit-ord
               WHEN "PATH-AUDIT-CORTE"
                   MOVE param-valor TO w-path-audit-corte
               WHEN "PATH-ULT-LIQ"
                   MOVE param-valor TO w-path-ult-liq
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DISPLAY "PARAMETRO " param-clave " = " param-valor
           END-IF.

      * El periodo a liquidar va desde el cierre de la liquidacion
      * anterior hasta la fecha de proceso (sin incluirla). Si se
      * repite la corrida con la misma fecha de proceso se vuelve a
      * liquidar el mismo periodo. LIQ-FECHA-DESDE en parametros
      * fuerza el comienzo (primera liquidacion o correccion).
       140-DETERMINO-PERIODO.
           IF w-flag-desde-param IS EQUAL ZERO THEN
               OPEN INPUT ULT-LIQUIDACION
               IF w-ult-status IS EQUAL "00" THEN
                   READ ULT-LIQUIDACION
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 145-TOMO-ULTIMA-LIQUIDACION
                   END-READ
                   CLOSE ULT-LIQUIDACION
               END-IF
           END-IF.
           IF w-fecha-desde IS EQUAL ZERO THEN
               IF w-modo-batch IS EQUAL "S" THEN
                   DISPLAY "SIN LIQUIDACION ANTERIOR NI LIQ-FECHA-DESDE"
                       " EN PARAMETROS"
                   DISPLAY "PROCESO CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   DISPLAY "SIN LIQUIDACION ANTERIOR. INGRESE FECHA "
                       "DESDE DEL PERIODO (AAAAMMDD)"
                   ACCEPT w-fecha-desde
               END-IF
           END-IF.
           IF w-fecha-desde >= w-fecha-proceso THEN
               DISPLAY "PERIODO VACIO: DESDE " w-fecha-desde
                   " FECHA DE PROCESO " w-fecha-proceso
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-fecha-desde TO w-fecha-calc-n.
           PERFORM 800-CALCULO-DIAS.
           MOVE w-fc-dias TO w-dias-desde.
           MOVE w-fecha-proceso TO w-fecha-calc-n.
           PERFORM 800-CALCULO-DIAS.
           MOVE w-fc-dias TO w-dias-proceso.
           COMPUTE w-dias-periodo = w-dias-proceso - w-dias-desde.
           DISPLAY "PERIODO LIQUIDADO: " w-fecha-desde " A "
               w-fecha-proceso " (" w-dias-periodo " DIAS)".

       145-TOMO-ULTIMA-LIQUIDACION.
           IF ult-fecha-hasta IS EQUAL w-fecha-proceso THEN
               MOVE ult-fecha-desde TO w-fecha-desde
               DISPLAY "AVISO: SE RELIQUIDA EL PERIODO YA EMITIDO "
                   "CON ESTA FECHA DE PROCESO"
           ELSE
               IF ult-fecha-hasta > w-fecha-proceso THEN
                   DISPLAY "LA ULTIMA LIQUIDACION CERRO EL "
                       ult-fecha-hasta
                       ", POSTERIOR A LA FECHA DE PROCESO"
                   DISPLAY "PROCESO CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ult-fecha-hasta TO w-fecha-desde
           END-IF.

      * Sin auditoria del periodo completo no hay saldos diarios:
      * si la depuracion anual ya archivo parte del periodo se
      * cancela en lugar de liquidar sobre saldos incompletos.
       150-VERIFICO-CORTE-AUDIT.
           OPEN INPUT AUDIT-CORTE.
           IF w-corte-status IS EQUAL "00" THEN
               READ AUDIT-CORTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE corte-fecha TO w-fecha-corte-aud
               END-READ
               CLOSE AUDIT-CORTE
           END-IF.
           IF w-fecha-desde < w-fecha-corte-aud THEN
               DISPLAY "LA AUDITORIA ANTERIOR A " w-fecha-corte-aud
                   " FUE ARCHIVADA POR LA DEPURACION ANUAL"
               DISPLAY "NO SE PUEDEN RECONSTRUIR LOS SALDOS DIARIOS "
                   "DESDE " w-fecha-desde
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       160-ORDENO-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF w-audit-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR AUDITORIA, ESTADO "
                   w-audit-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDITORIA.
           SORT ORDENA-AUDIT
               ON ASCENDING KEY srt-socio
               ON ASCENDING KEY srt-fecha
               WITH DUPLICATES IN ORDER
               USING AUDITORIA
               GIVING AUDIT-ORD.

      * Los socios bloqueados o dormidos quedan fuera de la
      * liquidacion: una novedad M contra un bloqueado se rechaza
      * S.B.L.Q y se pierde, y contra un dormido lo reactivaria
      * aunque el movimiento no sea del socio. Tampoco se emite
      * novedad con importe cero, no mueve nada y ensucia el lote.
      * El interes ganado y el punitorio salen en novedades
      * separadas: credito por los dias con saldo a favor y debito
      * por los dias en descubierto.
       200-PROCESO.
           PERFORM 210-LEER-SOCIO-ACT.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ELSE
                   PERFORM 220-CALCULO-INTERES
                   PERFORM 225-CALCULO-RETENCION
                   IF w-interes-neto IS EQUAL ZERO AND
                      w-punitorio IS EQUAL ZERO THEN
                       ADD 1 TO w-cont-sin-interes
                   END-IF
                   IF w-interes IS NOT EQUAL ZERO THEN
                       PERFORM 230-GRABO-NOVEDAD-INT
                   END-IF
                   IF w-punitorio IS NOT EQUAL ZERO THEN
                       PERFORM 232-GRABO-NOVEDAD-PUNIT
                   END-IF
                   PERFORM 240-GRABO-DETALLE
                   PERFORM 250-MUESTRO-DETALLE
               END-IF
       210-LEER-SOCIO-ACT.
           READ SOCIOS-ACT AT END MOVE 1 TO w-flag-fin.

       215-LEER-AUDIT-ORD.
           READ AUDIT-ORD AT END MOVE 1 TO w-flag-fin-aord.

      * Interes sobre saldo promedio diario. Los numerales (saldo por
      * dias) a favor pagan la tasa de interes y los numerales en
      * descubierto la tasa punitoria, cada uno por separado. Las
      * tasas son por periodo de liquidacion: se aplican sobre el
      * numeral dividido los dias del periodo.
       220-CALCULO-INTERES.
           PERFORM 260-RECONSTRUYO-SALDOS.
           IF w-dias-positivos > ZERO THEN
               COMPUTE w-prom-positivo ROUNDED =
                   w-numeral-positivo / w-dias-positivos
           ELSE
               MOVE ZERO TO w-prom-positivo
           END-IF.
           IF w-dias-negativos > ZERO THEN
               COMPUTE w-prom-negativo ROUNDED =
                   w-numeral-negativo / w-dias-negativos
           ELSE
               MOVE ZERO TO w-prom-negativo
           END-IF.
           COMPUTE w-interes ROUNDED =
               w-numeral-positivo * w-tasa-interes / 100
               / w-dias-periodo.
           COMPUTE w-punitorio ROUNDED =
               w-numeral-negativo * w-tasa-punitoria / 100
               / w-dias-periodo.

      * Retencion impositiva sobre intereses ganados que superan el
      * minimo imponible. El socio recibe el neto; lo retenido va al
               MOVE ZERO TO w-retencion
           END-IF.
           COMPUTE w-interes-neto = w-interes - w-retencion.
           COMPUTE w-nuevo-saldo =
               soc-act-importe + w-interes-neto + w-punitorio.

      * El interes se acredita bruto y la retencion se debita en una
      * novedad aparte, para que el extracto muestre los dos conceptos.
       230-GRABO-NOVEDAD-INT.
           MOVE soc-act-socio TO nov-int-socio.
           MOVE "M" TO nov-int-movimiento.
           MOVE SPACES TO nov-int-nombre.
           MOVE w-interes TO nov-int-importe.
           MOVE ZERO TO nov-int-destino.
           MOVE ZERO TO nov-int-sucursal.
           MOVE "IN" TO nov-int-concepto.
           WRITE nov-int-reg.
           ADD 1 TO w-cont-emitidos.
           ADD w-interes TO w-suma-emitidos.
           IF w-retencion IS NOT EQUAL ZERO THEN
               PERFORM 234-GRABO-NOVEDAD-RET
               PERFORM 235-GRABO-RETENCION
           END-IF.

       232-GRABO-NOVEDAD-PUNIT.
           MOVE soc-act-socio TO nov-int-socio.
           MOVE "M" TO nov-int-movimiento.
           MOVE SPACES TO nov-int-nombre.
           MOVE w-punitorio TO nov-int-importe.
           MOVE ZERO TO nov-int-destino.
           MOVE ZERO TO nov-int-sucursal.
           MOVE "IP" TO nov-int-concepto.
           WRITE nov-int-reg.
           ADD 1 TO w-cont-emitidos.
           ADD w-punitorio TO w-suma-emitidos.
           ADD 1 TO w-cont-punitorios.
           ADD w-punitorio TO w-suma-punitorios.

       234-GRABO-NOVEDAD-RET.
           MOVE soc-act-socio TO nov-int-socio.
           MOVE "M" TO nov-int-movimiento.
           MOVE SPACES TO nov-int-nombre.
           COMPUTE nov-int-importe = ZERO - w-retencion.
           MOVE ZERO TO nov-int-destino.
           MOVE ZERO TO nov-int-sucursal.
           MOVE "RT" TO nov-int-concepto.
           WRITE nov-int-reg.
           ADD 1 TO w-cont-emitidos.
           SUBTRACT w-retencion FROM w-suma-emitidos.

       235-GRABO-RETENCION.
           MOVE soc-act-socio TO ret-socio.
           MOVE w-fecha-proceso TO ret-fecha.
           MOVE soc-act-socio TO det-socio.
           MOVE soc-act-nombre TO det-nombre.
           MOVE soc-act-importe TO det-saldo-ant.
           MOVE w-prom-positivo TO det-prom-positivo.
           MOVE w-dias-positivos TO det-dias-positivos.
           MOVE w-prom-negativo TO det-prom-negativo.
           MOVE w-dias-negativos TO det-dias-negativos.
           MOVE w-interes TO det-interes.
           MOVE w-retencion TO det-retencion.
           MOVE w-interes-neto TO det-neto.
           MOVE w-punitorio TO det-punitorio.
           MOVE w-nuevo-saldo TO det-saldo-nuevo.
           WRITE det-reg.

           MOVE w-interes-neto TO l-neto-int.
           MOVE w-nuevo-saldo TO l-saldo-nuevo-int.
           DISPLAY lin-detalle.
           MOVE w-fecha-desde TO l-desde-int.
           MOVE w-prom-positivo TO l-prom-pos-int.
           MOVE w-dias-positivos TO l-dias-pos-int.
           MOVE w-prom-negativo TO l-prom-neg-int.
           MOVE w-dias-negativos TO l-dias-neg-int.
           MOVE w-punitorio TO l-punit-int.
           DISPLAY lin-detalle-prom.

      * Saldo diario del socio a partir de la auditoria ordenada por
      * socio y fecha. Cada dia del periodo toma el saldo al cierre
      * de ese dia: el saldo anterior del primer movimiento rige
      * hasta que aparece, y despues el saldo nuevo del ultimo
      * movimiento del dia. Sin movimientos en el periodo rige el
      * saldo anterior del primer movimiento posterior o, si no
      * hay, el saldo del maestro actualizado.
       260-RECONSTRUYO-SALDOS.
           MOVE ZERO TO w-numeral-positivo.
           MOVE ZERO TO w-numeral-negativo.
           MOVE ZERO TO w-dias-positivos.
           MOVE ZERO TO w-dias-negativos.
           MOVE ZERO TO w-flag-saldo-inicial.
           MOVE w-dias-desde TO w-dia-anterior.
           PERFORM UNTIL w-flag-fin-aord IS EQUAL 1 OR
                         aord-socio >= soc-act-socio
               PERFORM 215-LEER-AUDIT-ORD
           END-PERFORM.
           PERFORM UNTIL w-flag-fin-aord IS EQUAL 1 OR
                         aord-socio IS NOT EQUAL soc-act-socio
               PERFORM 265-APLICO-MOVIMIENTO
               PERFORM 215-LEER-AUDIT-ORD
           END-PERFORM.
           IF w-flag-saldo-inicial IS EQUAL ZERO THEN
               MOVE soc-act-importe TO w-saldo-diario
           END-IF.
           COMPUTE w-dias-tramo = w-dias-proceso - w-dia-anterior.
           PERFORM 270-ACUMULO-TRAMO.

       265-APLICO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN aord-fecha < w-fecha-desde
                   CONTINUE
               WHEN aord-fecha >= w-fecha-proceso
                   IF w-flag-saldo-inicial IS EQUAL ZERO THEN
                       MOVE aord-importe-ant TO w-saldo-diario
                       MOVE 1 TO w-flag-saldo-inicial
                   END-IF
               WHEN OTHER
                   IF w-flag-saldo-inicial IS EQUAL ZERO THEN
                       MOVE aord-importe-ant TO w-saldo-diario
                       MOVE 1 TO w-flag-saldo-inicial
                   END-IF
                   MOVE aord-fecha TO w-fecha-calc-n
                   PERFORM 800-CALCULO-DIAS
                   COMPUTE w-dias-tramo = w-fc-dias - w-dia-anterior
                   PERFORM 270-ACUMULO-TRAMO
                   MOVE aord-importe-nuevo TO w-saldo-diario
                   MOVE w-fc-dias TO w-dia-anterior
           END-EVALUATE.

       270-ACUMULO-TRAMO.
           IF w-dias-tramo > ZERO THEN
               IF w-saldo-diario > ZERO THEN
                   COMPUTE w-numeral-positivo = w-numeral-positivo
                       + w-saldo-diario * w-dias-tramo
                   ADD w-dias-tramo TO w-dias-positivos
               END-IF
               IF w-saldo-diario < ZERO THEN
                   COMPUTE w-numeral-negativo = w-numeral-negativo
                       + w-saldo-diario * w-dias-tramo
                   ADD w-dias-tramo TO w-dias-negativos
               END-IF
           END-IF.

       500-FIN.
           CLOSE SOCIOS-ACT.
           CLOSE AUDIT-ORD.
           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-emitidos TO w-trl-cantidad.
           MOVE w-suma-emitidos TO w-trl-total.
           MOVE w-cont-emitidos TO int-ctl-cantidad.
           WRITE int-ctl-reg.
           CLOSE NOVED-INT-CTL.
           OPEN OUTPUT ULT-LIQUIDACION.
           MOVE w-fecha-desde TO ult-fecha-desde.
           MOVE w-fecha-proceso TO ult-fecha-hasta.
           WRITE ult-reg.
           CLOSE ULT-LIQUIDACION.
           DISPLAY lin-guarda.
           DISPLAY "NOVEDADES GENERADAS: archNovedInteres.dat".
           DISPLAY "DETALLE GENERADO: archDetalleInteres.dat".
           DISPLAY "REGISTROS EMITIDOS : " w-cont-emitidos.
           DISPLAY "SUMA EMITIDA       : " w-suma-emitidos.
           DISPLAY "PUNITORIOS         : " w-cont-punitorios.
           DISPLAY "SUMA PUNITORIOS    : " w-suma-punitorios.
           DISPLAY "SIN INTERES (CERO) : " w-cont-sin-interes.
           DISPLAY "EXCLUIDOS (B/D)    : " w-cont-excluidos.
           DISPLAY "RETENCIONES        : " w-cont-retenciones.
           DISPLAY "SUMA RETENIDO      : " w-suma-retenciones.
           DISPLAY "PROXIMA LIQUIDACION DESDE " w-fecha-proceso.

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

           END PROGRAM Liquidacion_Interes.
