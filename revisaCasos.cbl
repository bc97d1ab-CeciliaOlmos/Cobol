      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisa_Casos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS
           ASSIGN TO DYNAMIC w-path-casos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cas-clave
           FILE STATUS IS w-cas-status.

           SELECT OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ope-codigo
           FILE STATUS IS w-ope-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 ope-nombre pic x(20).
           03 ope-rol pic x.
           03 ope-clave pic x(8).
           03 ope-estado pic x.
           03 ope-intentos pic 9.
           03 ope-fecha-alta pic 9(8).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-cas-status pic xx.
       01  w-ope-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-cas pic 9 value zero.
       01  w-flag-fin-revision pic 9 value zero.
       01  w-flag-ope-ok pic 9 value zero.
       01  w-cont-intentos pic 9 value zero.
       01  w-opcion pic x value space.
       01  w-resp-revision pic x value space.
       01  w-ope-ingresado pic x(8) value spaces.
       01  w-clave-ingresada pic x(8) value spaces.
       01  w-operador pic x(8) value spaces.
       01  w-rol-operador pic x value space.
       01  w-nombre-operador pic x(20) value spaces.
       01  w-observacion pic x(40) value spaces.
       01  w-socio-busca pic 9(4) value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-cont-revisados pic 9(4) value zero.
       01  w-cont-informados pic 9(4) value zero.
       01  w-cont-listados pic 9(4) value zero.
       01  w-importe-ed pic z.zzz.zzz.zz9,99-.
       01  w-desc-tipo pic x(24) value spaces.
       01  w-desc-estado pic x(14) value spaces.
       01  w-path-casos pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCasos.dat".
       01  w-path-operadores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOperadores.dat".

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

       01  lin-encab.
           03 filler pic x(25) value "TIPO DE ALERTA".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(9) value "FECHA".
           03 filler pic x(6) value "CONTR".
           03 filler pic x(18) value "           IMPORTE".
           03 filler pic x(14) value " ESTADO".
       01  lin-caso.
           03 l-cas-tipo pic x(24).
           03 filler pic x value space.
           03 l-cas-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-cas-fecha pic 9(8).
           03 filler pic x value space.
           03 l-cas-contraparte pic x(4).
           03 filler pic x(2) value spaces.
           03 l-cas-importe pic z.zzz.zzz.zz9,99-.
           03 filler pic x value space.
           03 l-cas-estado pic x(14).

      * Revision de los casos que levanta el monitoreo de movimientos.
      * El supervisor deja cada caso abierto como revisado sin
      * observaciones o como informado; el auditor solo consulta.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           PERFORM 080-IDENTIFICO-OPERADOR.
           IF w-rol-operador IS NOT EQUAL "S" AND
              w-rol-operador IS NOT EQUAL "A" THEN
               DISPLAY "LOS CASOS SOLO LOS CONSULTA UN SUPERVISOR O "
                   "UN AUDITOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CASOS.
           IF w-cas-status IS NOT EQUAL "00" THEN
               DISPLAY "NO HAY CASOS REGISTRADOS (ESTADO "
                   w-cas-status ")"
               STOP RUN
           END-IF.
           PERFORM 900-MENU-PRINCIPAL.
           CLOSE CASOS.
           STOP RUN.

       050-CARGO-PARAMETROS.
           MOVE ZERO TO w-flag-fin-param.
           OPEN INPUT PARAMETROS.
           IF w-param-status IS NOT EQUAL "00" THEN
               MOVE 1 TO w-flag-fin-param
           ELSE
               PERFORM 060-LEER-PARAMETRO
           END-IF.
           PERFORM UNTIL w-flag-fin-param IS EQUAL 1
               PERFORM 070-APLICO-PARAMETRO
               PERFORM 060-LEER-PARAMETRO
           END-PERFORM.
           IF w-param-status IS EQUAL "00" OR
              w-param-status IS EQUAL "10" THEN
               CLOSE PARAMETROS
           END-IF.

       060-LEER-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-fin-param.

       070-APLICO-PARAMETRO.
           EVALUATE param-clave
               WHEN "PATH-CASOS"
                   MOVE param-valor TO w-path-casos
               WHEN "PATH-OPERADORES"
                   MOVE param-valor TO w-path-operadores
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       080-IDENTIFICO-OPERADOR.
           OPEN I-O OPERADORES.
           IF w-ope-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR OPERADORES, ESTADO "
                   w-ope-status
               DISPLAY "DE DE ALTA LOS OPERADORES CON MANT_OPERADORES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-flag-ope-ok.
           MOVE ZERO TO w-cont-intentos.
           PERFORM UNTIL w-flag-ope-ok IS EQUAL 1 OR
                         w-cont-intentos >= 3
               DISPLAY "INGRESE CODIGO DE OPERADOR"
               ACCEPT w-ope-ingresado
               DISPLAY "INGRESE CLAVE"
               ACCEPT w-clave-ingresada
               ADD 1 TO w-cont-intentos
               PERFORM 085-VALIDO-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.
           IF w-flag-ope-ok IS EQUAL ZERO THEN
               DISPLAY "IDENTIFICACION FALLIDA, FIN DEL PROGRAMA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERADOR " w-operador " " w-nombre-operador.
           IF w-rol-operador IS EQUAL "A" THEN
               DISPLAY "ROL AUDITOR: SOLO CONSULTA"
           END-IF.

       085-VALIDO-OPERADOR.
           MOVE w-ope-ingresado TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
               NOT INVALID KEY
                   PERFORM 087-CONTROLO-CLAVE
           END-READ.

       087-CONTROLO-CLAVE.
           IF ope-estado IS NOT EQUAL "A" THEN
               DISPLAY "OPERADOR BLOQUEADO, CONSULTE A UN SUPERVISOR"
           ELSE
               IF ope-clave IS EQUAL w-clave-ingresada THEN
                   MOVE 1 TO w-flag-ope-ok
                   MOVE ope-codigo TO w-operador
                   MOVE ope-rol TO w-rol-operador
                   MOVE ope-nombre TO w-nombre-operador
                   MOVE ZERO TO ope-intentos
                   REWRITE ope-reg
               ELSE
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
                   ADD 1 TO ope-intentos
                   IF ope-intentos >= 3 THEN
                       MOVE "B" TO ope-estado
                       DISPLAY "TRES CLAVES ERRONEAS: OPERADOR "
                           "BLOQUEADO"
                   END-IF
                   REWRITE ope-reg
               END-IF
           END-IF.

       900-MENU-PRINCIPAL.
           PERFORM 910-MUESTRO-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "4"
               EVALUATE w-opcion
                   WHEN "1"
                       IF w-rol-operador IS EQUAL "S" THEN
                           PERFORM 200-REVISO-CASOS
                       ELSE
                           DISPLAY "OPCION NO HABILITADA PARA EL "
                               "OPERADOR " w-operador
                       END-IF
                   WHEN "2"
                       PERFORM 300-CONSULTO-SOCIO
                   WHEN "3"
                       PERFORM 400-LISTO-ABIERTOS
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               PERFORM 910-MUESTRO-MENU
           END-PERFORM.

       910-MUESTRO-MENU.
           DISPLAY "CASOS DE MONITOREO DE MOVIMIENTOS".
           DISPLAY "1 - REVISAR CASOS ABIERTOS (SUPERVISOR)".
           DISPLAY "2 - CONSULTAR LOS CASOS DE UN SOCIO".
           DISPLAY "3 - LISTAR CASOS ABIERTOS".
           DISPLAY "4 - SALIR".
           DISPLAY "INGRESE OPCION".
           ACCEPT w-opcion.

       200-REVISO-CASOS.
           MOVE ZERO TO w-cont-revisados.
           MOVE ZERO TO w-cont-informados.
           MOVE ZERO TO w-flag-fin-revision.
           PERFORM 500-INICIO-RECORRIDO.
           PERFORM UNTIL w-flag-fin-cas IS EQUAL 1 OR
                         w-flag-fin-revision IS EQUAL 1
               IF cas-estado IS EQUAL "A" THEN
                   PERFORM 210-REVISO-UN-CASO
               END-IF
               IF w-flag-fin-revision IS EQUAL ZERO THEN
                   PERFORM 510-LEER-CASO
               END-IF
           END-PERFORM.
           DISPLAY "CASOS REVISADOS SIN OBSERVACIONES: "
               w-cont-revisados.
           DISPLAY "CASOS INFORMADOS                 : "
               w-cont-informados.

       210-REVISO-UN-CASO.
           PERFORM 600-MUESTRO-CASO.
           DISPLAY "R-REVISADO SIN OBSERVACIONES  I-INFORMADO  "
               "S-SALTEAR  F-FIN".
           ACCEPT w-resp-revision.
           EVALUATE w-resp-revision
               WHEN "R"
               WHEN "r"
                   DISPLAY "INGRESE OBSERVACION (OPCIONAL)"
                   MOVE SPACES TO w-observacion
                   ACCEPT w-observacion
                   MOVE "R" TO cas-estado
                   PERFORM 220-ACTUALIZO-CASO
               WHEN "I"
               WHEN "i"
                   MOVE SPACES TO w-observacion
                   PERFORM UNTIL w-observacion IS NOT EQUAL SPACES
                       DISPLAY "INGRESE REFERENCIA DEL INFORME"
                       ACCEPT w-observacion
                   END-PERFORM
                   MOVE "I" TO cas-estado
                   PERFORM 220-ACTUALIZO-CASO
               WHEN "F"
               WHEN "f"
                   MOVE 1 TO w-flag-fin-revision
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-ACTUALIZO-CASO.
           MOVE w-fecha-proceso TO cas-fecha-estado.
           MOVE w-operador TO cas-operador.
           MOVE w-observacion TO cas-observacion.
           REWRITE cas-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CASO"
               NOT INVALID KEY
                   IF cas-estado IS EQUAL "R" THEN
                       ADD 1 TO w-cont-revisados
                   ELSE
                       ADD 1 TO w-cont-informados
                   END-IF
           END-REWRITE.

       300-CONSULTO-SOCIO.
           DISPLAY "INGRESE NUMERO DE SOCIO".
           ACCEPT w-socio-busca.
           MOVE ZERO TO w-cont-listados.
           PERFORM 500-INICIO-RECORRIDO.
           PERFORM UNTIL w-flag-fin-cas IS EQUAL 1
               IF cas-socio IS EQUAL w-socio-busca OR
                  cas-contraparte IS EQUAL w-socio-busca THEN
                   PERFORM 600-MUESTRO-CASO
                   PERFORM 610-MUESTRO-REVISION
                   ADD 1 TO w-cont-listados
               END-IF
               PERFORM 510-LEER-CASO
           END-PERFORM.
           DISPLAY "CASOS DEL SOCIO: " w-cont-listados.

       400-LISTO-ABIERTOS.
           MOVE ZERO TO w-cont-listados.
           DISPLAY lin-encab.
           PERFORM 500-INICIO-RECORRIDO.
           PERFORM UNTIL w-flag-fin-cas IS EQUAL 1
               IF cas-estado IS EQUAL "A" THEN
                   PERFORM 620-ARMO-LINEA
                   DISPLAY lin-caso
                   ADD 1 TO w-cont-listados
               END-IF
               PERFORM 510-LEER-CASO
           END-PERFORM.
           DISPLAY "CASOS ABIERTOS: " w-cont-listados.

       500-INICIO-RECORRIDO.
           MOVE ZERO TO w-flag-fin-cas.
           MOVE LOW-VALUES TO cas-clave.
           START CASOS KEY IS >= cas-clave
               INVALID KEY MOVE 1 TO w-flag-fin-cas
           END-START.
           IF w-flag-fin-cas IS EQUAL ZERO THEN
               PERFORM 510-LEER-CASO
           END-IF.

       510-LEER-CASO.
           READ CASOS NEXT RECORD AT END MOVE 1 TO w-flag-fin-cas.

       600-MUESTRO-CASO.
           PERFORM 630-DESCRIBO-TIPO.
           DISPLAY "CASO " cas-tipo " " w-desc-tipo.
           DISPLAY "SOCIO " cas-socio "  FECHA " cas-fecha
               "  SUCURSAL " cas-sucursal.
           IF cas-contraparte IS NOT EQUAL ZERO THEN
               DISPLAY "SOCIO DESTINO DE LAS TRANSFERENCIAS: "
                   cas-contraparte
           END-IF.
           MOVE cas-importe TO w-importe-ed.
           DISPLAY "IMPORTE " w-importe-ed "  MOVIMIENTOS "
               cas-cantidad "  DETECTADO EL " cas-fecha-alta.

       610-MUESTRO-REVISION.
           PERFORM 640-DESCRIBO-ESTADO.
           IF cas-estado IS EQUAL "A" THEN
               DISPLAY "ESTADO " w-desc-estado
           ELSE
               DISPLAY "ESTADO " w-desc-estado " EL "
                   cas-fecha-estado " POR " cas-operador
               IF cas-observacion IS NOT EQUAL SPACES THEN
                   DISPLAY "OBSERVACION: " cas-observacion
               END-IF
           END-IF.

       620-ARMO-LINEA.
           PERFORM 630-DESCRIBO-TIPO.
           MOVE w-desc-tipo TO l-cas-tipo.
           MOVE cas-socio TO l-cas-socio.
           MOVE cas-fecha TO l-cas-fecha.
           IF cas-contraparte IS EQUAL ZERO THEN
               MOVE SPACES TO l-cas-contraparte
           ELSE
               MOVE cas-contraparte TO l-cas-contraparte
           END-IF.
           MOVE cas-importe TO l-cas-importe.
           PERFORM 640-DESCRIBO-ESTADO.
           MOVE w-desc-estado TO l-cas-estado.

       630-DESCRIBO-TIPO.
           MOVE cas-tipo TO w-desc-tipo.
           MOVE 1 TO idx-tip.
           PERFORM UNTIL idx-tip > w-cant-tipos
               IF tip-codigo(idx-tip) IS EQUAL cas-tipo THEN
                   MOVE tip-descripcion(idx-tip) TO w-desc-tipo
               END-IF
               ADD 1 TO idx-tip
           END-PERFORM.

       640-DESCRIBO-ESTADO.
           EVALUATE cas-estado
               WHEN "R"
                   MOVE "REVISADO OK" TO w-desc-estado
               WHEN "I"
                   MOVE "INFORMADO" TO w-desc-estado
               WHEN OTHER
                   MOVE "ABIERTO" TO w-desc-estado
           END-EVALUATE.

           END PROGRAM Revisa_Casos.
