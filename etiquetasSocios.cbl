      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Etiquetas_Socios.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-SOCIO
           ASSIGN TO DYNAMIC w-path-datos-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dat-socio
           FILE STATUS IS w-dat-status.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-soc
           FILE STATUS IS w-soc-status.

           SELECT ETIQUETAS
           ASSIGN TO DYNAMIC w-path-etiquetas.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SOCIOS.
       01  soc-reg.
           03 soc-soc pic 9(4).
           03 soc-nombre pic x(20).
           03 soc-saldo pic s9(8)v99.
           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

       FD  ETIQUETAS.
       01  eti-linea pic x(80).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-dat-status pic xx.
       01  w-soc-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-flag-izq-pendiente pic 9 value zero.
       01  w-cont-etiquetas pic 9(4) value zero.
       01  w-cont-sin-domicilio pic 9(4) value zero.
       01  w-cont-sin-maestro pic 9(4) value zero.
       01  idx-eti pic 9 value zero.
       01  w-path-datos-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archDatosSocios.dat".
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSocios.dat".
       01  w-path-etiquetas pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archEtiquetas.dat".

      * Cada etiqueta son cinco renglones de 38; van de a dos por fila.
       01  w-etiqueta.
           03 w-eti-renglon pic x(38) occurs 5 times.
       01  w-etiqueta-izq.
           03 w-izq-renglon pic x(38) occurs 5 times.
       01  w-eti-cp-localidad.
           03 w-ecl-cod-postal pic x(8).
           03 filler pic x value space.
           03 w-ecl-localidad pic x(20).
           03 filler pic x(9) value spaces.
       01  w-eti-socio.
           03 filler pic x(10) value "SOCIO NRO ".
           03 w-es-socio pic 9(4).
           03 filler pic x(24) value spaces.

       01  lin-etiqueta.
           03 filler pic x value space.
           03 l-eti-izq pic x(38).
           03 filler pic x(3) value spaces.
           03 l-eti-der pic x(38).
       01  lin-blanco.
           03 filler pic x(80) value spaces.

      * Etiquetas de envio para los socios que reciben el extracto
      * impreso (extracto-papel = S en los datos personales).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESO.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "ETIQUETAS DE ENVIO DE EXTRACTOS".
           PERFORM 110-CARGO-PARAMETROS.
           OPEN INPUT DATOS-SOCIO.
           IF w-dat-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR DATOS DE SOCIOS, ESTADO "
                   w-dat-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-soc-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SOCIOS, ESTADO "
                   w-soc-status
               DISPLAY "PROCESO CANCELADO"
               CLOSE DATOS-SOCIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ETIQUETAS.

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
               WHEN "PATH-DATOS-SOCIOS"
                   MOVE param-valor TO w-path-datos-socios
               WHEN "PATH-SOCIOS"
                   MOVE param-valor TO w-path-socios
               WHEN "PATH-ETIQUETAS"
                   MOVE param-valor TO w-path-etiquetas
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-PROCESO.
           MOVE ZERO TO w-flag-fin.
           PERFORM 210-LEER-DATOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF dat-extracto-papel IS EQUAL "S" THEN
                   PERFORM 220-PREPARO-ETIQUETA
               END-IF
               PERFORM 210-LEER-DATOS
           END-PERFORM.
           IF w-flag-izq-pendiente IS EQUAL 1 THEN
               MOVE SPACES TO w-etiqueta
               PERFORM 240-GRABO-FILA
           END-IF.

       210-LEER-DATOS.
           READ DATOS-SOCIO NEXT RECORD AT END MOVE 1 TO w-flag-fin.

       220-PREPARO-ETIQUETA.
           IF dat-domicilio IS EQUAL SPACES THEN
               ADD 1 TO w-cont-sin-domicilio
               DISPLAY "SOCIO " dat-socio " SIN DOMICILIO, NO SE "
                   "IMPRIME ETIQUETA"
           ELSE
               MOVE dat-socio TO soc-soc
               READ SOCIOS
                   INVALID KEY
                       ADD 1 TO w-cont-sin-maestro
                       DISPLAY "SOCIO " dat-socio " NO ESTA EN EL "
                           "MAESTRO, NO SE IMPRIME ETIQUETA"
                   NOT INVALID KEY
                       PERFORM 230-ARMO-ETIQUETA
               END-READ
           END-IF.

       230-ARMO-ETIQUETA.
           ADD 1 TO w-cont-etiquetas.
           MOVE SPACES TO w-etiqueta.
           MOVE soc-nombre TO w-eti-renglon(1).
           MOVE dat-domicilio TO w-eti-renglon(2).
           MOVE dat-cod-postal TO w-ecl-cod-postal.
           MOVE dat-localidad TO w-ecl-localidad.
           MOVE w-eti-cp-localidad TO w-eti-renglon(3).
           MOVE dat-provincia TO w-eti-renglon(4).
           MOVE dat-socio TO w-es-socio.
           MOVE w-eti-socio TO w-eti-renglon(5).
           IF w-flag-izq-pendiente IS EQUAL ZERO THEN
               MOVE w-etiqueta TO w-etiqueta-izq
               MOVE 1 TO w-flag-izq-pendiente
           ELSE
               PERFORM 240-GRABO-FILA
           END-IF.

       240-GRABO-FILA.
           MOVE 1 TO idx-eti.
           PERFORM UNTIL idx-eti > 5
               MOVE w-izq-renglon(idx-eti) TO l-eti-izq
               MOVE w-eti-renglon(idx-eti) TO l-eti-der
               WRITE eti-linea FROM lin-etiqueta
               ADD 1 TO idx-eti
           END-PERFORM.
           WRITE eti-linea FROM lin-blanco.
           MOVE ZERO TO w-flag-izq-pendiente.

       500-FIN.
           CLOSE DATOS-SOCIO.
           CLOSE SOCIOS.
           CLOSE ETIQUETAS.
           DISPLAY "ETIQUETAS IMPRESAS    : " w-cont-etiquetas.
           DISPLAY "OMITIDOS SIN DOMICILIO: " w-cont-sin-domicilio.
           DISPLAY "OMITIDOS SIN MAESTRO  : " w-cont-sin-maestro.
           DISPLAY "SALIDA: archEtiquetas.dat".

           END PROGRAM Etiquetas_Socios.
