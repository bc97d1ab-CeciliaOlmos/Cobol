           RECORD KEY IS soc-soc
           FILE STATUS IS w-soc-status.

           SELECT DATOS-SOCIO
           ASSIGN TO DYNAMIC w-path-datos-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dat-socio
           FILE STATUS IS w-dat-status.

           SELECT CERTIFICADOS
           ASSIGN TO DYNAMIC w-path-certificados.

           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

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

       FD  CERTIFICADOS.
       01  cert-linea pic x(80).

           03 w-proc-aaaa pic 9(4).
           03 w-proc-mmdd pic 9(4).
       01  w-anio-cert pic 9(4) value zero.
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
       01  w-idx pic 9(5) value zero.
       01  w-socio-lista pic 9(4) value zero.
       01  w-cont-certificados pic 9(4) value zero.
           03 filler pic x(3) value spaces.
           03 l-cer-nombre pic x(20).
           03 filler pic x(41) value spaces.
       01  lin-documento.
           03 filler pic x(5) value spaces.
           03 filler pic x(11) value "DOCUMENTO: ".
           03 l-cer-documento pic x(25).
           03 filler pic x(39) value spaces.
       01  lin-domicilio.
           03 filler pic x(5) value spaces.
           03 filler pic x(11) value "DOMICILIO: ".
           03 l-cer-domicilio pic x(30).
           03 filler pic x value space.
           03 l-cer-localidad pic x(20).
           03 filler pic x(13) value spaces.
       01  lin-domicilio-2.
           03 filler pic x(16) value spaces.
           03 l-cer-cod-postal pic x(8).
           03 filler pic x value space.
           03 l-cer-provincia pic x(20).
           03 filler pic x(35) value spaces.
       01  lin-importe.
           03 filler pic x(5) value spaces.
           03 l-cer-leyenda pic x(28).
                   MOVE param-valor TO w-path-socios
               WHEN "PATH-CERT-RET"
                   MOVE param-valor TO w-path-certificados
               WHEN "PATH-DATOS-SOCIOS"
                   MOVE param-valor TO w-path-datos-socios
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DISPLAY "SIN MAESTRO DE SOCIOS (ESTADO " w-soc-status
                   "), LOS CERTIFICADOS SALEN SIN NOMBRE"
           END-IF.
           MOVE ZERO TO w-flag-datos-ok.
           OPEN INPUT DATOS-SOCIO.
           IF w-dat-status IS EQUAL "00" THEN
               MOVE 1 TO w-flag-datos-ok
           ELSE
               DISPLAY "SIN DATOS PERSONALES DE SOCIOS (ESTADO "
                   w-dat-status "), LOS CERTIFICADOS SALEN SIN "
                   "DOCUMENTO"
           END-IF.
           OPEN OUTPUT CERTIFICADOS.
           MOVE 1 TO w-idx.
           PERFORM UNTIL w-idx > 10000
           IF w-flag-maestro-ok IS EQUAL 1 THEN
               CLOSE SOCIOS
           END-IF.
           IF w-flag-datos-ok IS EQUAL 1 THEN
               CLOSE DATOS-SOCIO
           END-IF.

       310-EMITO-UN-CERTIFICADO.
           COMPUTE w-socio-lista = w-idx - 1.
           ADD 1 TO w-cont-certificados.
           ADD tab-cer-ret(w-idx) TO w-total-retenido.
           PERFORM 320-BUSCO-NOMBRE.
           PERFORM 330-BUSCO-DATOS.
           WRITE cert-linea FROM lin-guarda.
           WRITE cert-linea FROM lin-titulo.
           WRITE cert-linea FROM lin-guarda.
           WRITE cert-linea FROM lin-anio.
           MOVE w-socio-lista TO l-cer-socio.
           WRITE cert-linea FROM lin-socio.
           WRITE cert-linea FROM lin-documento.
           WRITE cert-linea FROM lin-domicilio.
           WRITE cert-linea FROM lin-domicilio-2.
           WRITE cert-linea FROM lin-blanco.
           MOVE "INTERES BRUTO DEL PERIODO:  " TO l-cer-leyenda.
           MOVE tab-cer-bruto(w-idx) TO l-cer-importe.
               END-READ
           END-IF.

       330-BUSCO-DATOS.
           MOVE "NO REGISTRADO" TO l-cer-documento.
           MOVE "NO REGISTRADO" TO l-cer-domicilio.
           MOVE SPACES TO l-cer-localidad.
           MOVE SPACES TO l-cer-cod-postal.
           MOVE SPACES TO l-cer-provincia.
           IF w-flag-datos-ok IS EQUAL 1 THEN
               MOVE w-socio-lista TO dat-socio
               READ DATOS-SOCIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 335-MUEVO-DATOS
               END-READ
           END-IF.

       335-MUEVO-DATOS.
           IF dat-nro-doc > ZERO THEN
               PERFORM 340-ARMO-DOCUMENTO
               MOVE w-documento-ed TO l-cer-documento
           END-IF.
           IF dat-domicilio IS NOT EQUAL SPACES THEN
               MOVE dat-domicilio TO l-cer-domicilio
               MOVE dat-localidad TO l-cer-localidad
               MOVE dat-cod-postal TO l-cer-cod-postal
               MOVE dat-provincia TO l-cer-provincia
           END-IF.

      * Documento listo para imprimir: CUIT/CUIL con guiones, DNI con
      * puntos, pasaporte tal cual.
       340-ARMO-DOCUMENTO.
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

       500-FIN.
           DISPLAY "CERTIFICADOS EMITIDOS : " w-cont-certificados.
           DISPLAY "TOTAL RETENIDO        : " w-total-retenido.
