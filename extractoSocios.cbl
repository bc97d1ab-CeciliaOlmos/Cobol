           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archAuditoriaSrt.tmp".

           SELECT DATOS-SOCIO
           ASSIGN TO DYNAMIC w-path-datos-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dat-socio
           FILE STATUS IS w-dat-status.

           SELECT EXTRACTO
           ASSIGN TO DYNAMIC w-path-extracto.

           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  AUDIT-ORD.
       01  aord-reg.
           03 aord-importe-nuevo pic s9(8)v99.
           03 aord-fecha pic 9(8).
           03 aord-sucursal pic 9(2).
           03 aord-concepto pic x(2).
           03 aord-operador pic x(8).
           03 aord-autorizo pic x(8).

       SD  ORDENA-AUDIT.
       01  srt-reg.
           03 srt-importe-nuevo pic s9(8)v99.
           03 srt-fecha pic 9(8).
           03 srt-sucursal pic 9(2).
           03 srt-concepto pic x(2).
           03 srt-operador pic x(8).
           03 srt-autorizo pic x(8).

       FD  DATOS-SOCIO.
       01  dat-reg.
           03 dat-socio pic 9(4).
           03 dat-tipo-doc pic x(4).
           03 dat-nro-doc pic 9(11).
           03 dat-domicilio pic x(30).
           03 dat-localidad pic x(20).
           03 dat-cod-postal pic x(8).
           03 dat-provincia pic x(20).
           03 dat-telefono pic x(15).
           03 dat-fecha-nac pic 9(8).
           03 dat-fecha-alta pic 9(8).
           03 dat-extracto-papel pic x.

       FD  EXTRACTO.
       01  ext-linea pic x(80).
           value "D:\linux cecilia\COBOL\archivo\archExtracto.dat".
       01  w-path-audit-corte pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archAuditCorte.dat".
       01  w-dat-status pic xx.
       01  w-flag-datos-ok pic 9 value zero.
       01  w-path-datos-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archDatosSocios.dat".
       01  w-cuit pic 9(11) value zero.
       01  w-cuit-d redefines w-cuit.
           03 w-cuit-prefijo pic 9(2).
           03 w-cuit-dni pic 9(8).
           03 w-cuit-verificador pic 9.
       01  w-cuit-ed.
           03 w-cued-prefijo pic 9(2).
           03 filler pic x value "-".
           03 w-cued-dni pic 9(8).
           03 filler pic x value "-".
           03 w-cued-verificador pic 9.
       01  w-dni-ed pic zz.zzz.zz9.
       01  w-documento-ed pic x(25) value spaces.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value zero.
       01  w-socio-pedido pic 9(4) value zero.
               05 tab-act-nombre pic x(20) value spaces.
               05 tab-act-saldo pic s9(8)v99 value zero.

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

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(3) value spaces.
           03 l-ext-nombre pic x(20).
           03 filler pic x(46) value spaces.
       01  lin-socio-datos.
           03 filler pic x(14) value spaces.
           03 l-ext-documento pic x(25).
           03 filler pic x(41) value spaces.
       01  lin-socio-domicilio.
           03 filler pic x(14) value spaces.
           03 l-ext-domicilio pic x(30).
           03 filler pic x value space.
           03 l-ext-localidad pic x(20).
           03 filler pic x(15) value spaces.
       01  lin-socio-domicilio-2.
           03 filler pic x(14) value spaces.
           03 l-ext-cod-postal pic x(8).
           03 filler pic x value space.
           03 l-ext-provincia pic x(20).
           03 filler pic x(37) value spaces.
       01  lin-apertura.
           03 filler pic x(10) value spaces.
           03 filler pic x(18) value "SALDO DE APERTURA:".
           03 filler pic x(7) value "IMPORTE".
           03 filler pic x(10) value spaces.
           03 filler pic x(5) value "SALDO".
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "CONCEPTO".
           03 filler pic x(14) value spaces.
       01  lin-mov.
           03 filler pic x(10) value spaces.
           03 l-mov-fecha pic 9(8).
           03 l-mov-importe pic zz.zzz.zz9,99-.
           03 filler pic x(3) value spaces.
           03 l-mov-saldo pic zz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
           03 l-mov-concepto pic x(20).
           03 filler pic x(2) value spaces.
       01  lin-cierre.
           03 filler pic x(10) value spaces.
           03 filler pic x(18) value "SALDO DE CIERRE:  ".
           PERFORM 130-ORDENO-AUDITORIA.
           OPEN INPUT AUDIT-ORD.
           OPEN OUTPUT EXTRACTO.
           MOVE ZERO TO w-flag-datos-ok.
           OPEN INPUT DATOS-SOCIO.
           IF w-dat-status IS EQUAL "00" THEN
               MOVE 1 TO w-flag-datos-ok
           ELSE
               DISPLAY "AVISO: SIN DATOS PERSONALES DE SOCIOS, EL "
                   "EXTRACTO SALE SIN DOMICILIO"
           END-IF.
           PERFORM 150-GRABO-ENCABEZADO-GRAL.

       101-CARGO-PARAMETROS.
                   MOVE param-valor TO w-path-extracto
               WHEN "PATH-AUDIT-CORTE"
                   MOVE param-valor TO w-path-audit-corte
               WHEN "PATH-DATOS-SOCIOS"
                   MOVE param-valor TO w-path-datos-socios
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.
           WRITE ext-linea FROM lin-blanco.
           WRITE ext-linea FROM lin-socio-encab.
           PERFORM 240-GRABO-DATOS-SOCIO.
           MOVE aord-importe-ant TO l-saldo-apertura.
           WRITE ext-linea FROM lin-apertura.
           WRITE ext-linea FROM lin-encab-mov.

       240-GRABO-DATOS-SOCIO.
           IF w-flag-datos-ok IS EQUAL 1 THEN
               MOVE aord-socio TO dat-socio
               READ DATOS-SOCIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 245-MUEVO-DATOS
               END-READ
           END-IF.

       245-MUEVO-DATOS.
           IF dat-nro-doc > ZERO THEN
               PERFORM 247-ARMO-DOCUMENTO
               MOVE w-documento-ed TO l-ext-documento
               WRITE ext-linea FROM lin-socio-datos
           END-IF.
           IF dat-domicilio IS NOT EQUAL SPACES THEN
               MOVE dat-domicilio TO l-ext-domicilio
               MOVE dat-localidad TO l-ext-localidad
               MOVE dat-cod-postal TO l-ext-cod-postal
               MOVE dat-provincia TO l-ext-provincia
               WRITE ext-linea FROM lin-socio-domicilio
               WRITE ext-linea FROM lin-socio-domicilio-2
           END-IF.

      * Documento listo para imprimir: CUIT/CUIL con guiones, DNI con
      * puntos, pasaporte tal cual.
       247-ARMO-DOCUMENTO.
           MOVE SPACES TO w-documento-ed.
           EVALUATE dat-tipo-doc
               WHEN "CUIT"
               WHEN "CUIL"
                   MOVE dat-nro-doc TO w-cuit
                   MOVE w-cuit-prefijo TO w-cued-prefijo
                   MOVE w-cuit-dni TO w-cued-dni
                   MOVE w-cuit-verificador TO w-cued-verificador
                   STRING dat-tipo-doc DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          w-cuit-ed DELIMITED BY SIZE
                          INTO w-documento-ed
                   END-STRING
               WHEN "DNI "
                   MOVE dat-nro-doc TO w-dni-ed
                   STRING "DNI " DELIMITED BY SIZE
                          w-dni-ed DELIMITED BY SIZE
                          INTO w-documento-ed
                   END-STRING
               WHEN OTHER
                   STRING dat-tipo-doc DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          dat-nro-doc DELIMITED BY SIZE
                          INTO w-documento-ed
                   END-STRING
           END-EVALUATE.

       250-GRABO-LINEA-MOVIMIENTO.
           MOVE aord-fecha TO l-mov-fecha.
           MOVE aord-movimiento TO l-mov-tipo.
               aord-importe-nuevo - aord-importe-ant.
           MOVE w-importe-mov TO l-mov-importe.
           MOVE aord-importe-nuevo TO l-mov-saldo.
           MOVE aord-concepto TO w-concepto-busca.
           PERFORM 255-BUSCO-CONCEPTO.
           IF w-idx-concepto IS EQUAL ZERO THEN
               MOVE aord-concepto TO l-mov-concepto
           ELSE
               MOVE con-descripcion(w-idx-concepto) TO l-mov-concepto
           END-IF.
           WRITE ext-linea FROM lin-mov.
           MOVE aord-importe-nuevo TO w-saldo-cierre.
           ADD 1 TO w-cont-mov-grupo.
           ADD 1 TO w-cont-movimientos.

       255-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

       270-CIERRO-GRUPO.
           MOVE w-saldo-cierre TO l-saldo-cierre.
           WRITE ext-linea FROM lin-cierre.
           WRITE ext-linea FROM lin-guarda.
           CLOSE AUDIT-ORD.
           CLOSE EXTRACTO.
           IF w-flag-datos-ok IS EQUAL 1 THEN
               CLOSE DATOS-SOCIO
           END-IF.
           DISPLAY "EXTRACTO GENERADO: archExtracto.dat".
           DISPLAY "SOCIOS LISTADOS    : " w-cont-socios.
           DISPLAY "MOVIMIENTOS LISTADOS: " w-cont-movimientos.
