      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mant_Operadores.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * Operador del mantenimiento de socios. Roles: C cajero (carga
      * cambios que quedan pendientes), S supervisor (ademas autoriza
      * cambios cargados por otro operador y administra operadores),
      * A auditor (solo consulta). Estado A activo, B bloqueado (por
      * un supervisor o por tres claves erroneas seguidas).
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
       01  w-param-status pic xx.
       01  w-ope-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-ope pic 9 value zero.
       01  w-flag-sin-operadores pic 9 value zero.
       01  w-flag-ope-ok pic 9 value zero.
       01  w-flag-dato-ok pic 9 value zero.
       01  w-cont-intentos pic 9 value zero.
       01  w-opcion pic x value space.
       01  w-opcion-mant pic x value space.
       01  w-resp-confirma pic x value space.
       01  w-ope-ingresado pic x(8) value spaces.
       01  w-clave-ingresada pic x(8) value spaces.
       01  w-clave-repetida pic x(8) value spaces.
       01  w-operador pic x(8) value spaces.
       01  w-rol-operador pic x value space.
       01  w-nombre-operador pic x(20) value spaces.
       01  w-ope-busca pic x(8) value spaces.
       01  w-cont-listados pic 9(4) value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-path-operadores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOperadores.dat".

       01  lin-encab.
           03 filler pic x(10) value "OPERADOR".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(5) value "ROL".
           03 filler pic x(8) value "ESTADO".
           03 filler pic x(10) value "ALTA".
       01  lin-operador.
           03 l-ope-codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 l-ope-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 l-ope-rol pic x.
           03 filler pic x(4) value spaces.
           03 l-ope-estado pic x.
           03 filler pic x(7) value spaces.
           03 l-ope-alta pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           PERFORM 100-ABRO-OPERADORES.
           IF w-flag-sin-operadores IS EQUAL 1 THEN
               DISPLAY "NO HAY OPERADORES REGISTRADOS: SE DA DE ALTA "
                   "EL PRIMER SUPERVISOR"
               PERFORM 200-ALTA-OPERADOR
           END-IF.
           PERFORM 150-IDENTIFICO-OPERADOR.
           IF w-rol-operador IS NOT EQUAL "S" THEN
               DISPLAY "SOLO UN SUPERVISOR ADMINISTRA OPERADORES"
               CLOSE OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 900-MENU-PRINCIPAL.
           CLOSE OPERADORES.
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
               WHEN "PATH-OPERADORES"
                   MOVE param-valor TO w-path-operadores
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       100-ABRO-OPERADORES.
           MOVE ZERO TO w-flag-sin-operadores.
           OPEN I-O OPERADORES.
           IF w-ope-status IS EQUAL "35" THEN
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
           IF w-ope-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR OPERADORES, ESTADO "
                   w-ope-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ope-codigo.
           START OPERADORES KEY >= ope-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-sin-operadores
           END-START.

      * Identificacion del operador: tres intentos. Tres claves
      * erroneas seguidas bloquean al operador hasta que un supervisor
      * lo habilite de nuevo.
       150-IDENTIFICO-OPERADOR.
           MOVE ZERO TO w-flag-ope-ok.
           MOVE ZERO TO w-cont-intentos.
           PERFORM UNTIL w-flag-ope-ok IS EQUAL 1 OR
                         w-cont-intentos >= 3
               DISPLAY "INGRESE CODIGO DE OPERADOR"
               ACCEPT w-ope-ingresado
               DISPLAY "INGRESE CLAVE"
               ACCEPT w-clave-ingresada
               ADD 1 TO w-cont-intentos
               PERFORM 160-VALIDO-OPERADOR
           END-PERFORM.
           IF w-flag-ope-ok IS EQUAL ZERO THEN
               DISPLAY "IDENTIFICACION FALLIDA, FIN DEL PROGRAMA"
               CLOSE OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERADOR " w-operador " " w-nombre-operador.

       160-VALIDO-OPERADOR.
           MOVE w-ope-ingresado TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
               NOT INVALID KEY
                   PERFORM 170-CONTROLO-CLAVE
           END-READ.

       170-CONTROLO-CLAVE.
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
                       PERFORM 200-ALTA-OPERADOR
                   WHEN "2"
                       PERFORM 300-MANTENIMIENTO-OPERADOR
                   WHEN "3"
                       PERFORM 400-LISTO-OPERADORES
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               PERFORM 910-MUESTRO-MENU
           END-PERFORM.

       910-MUESTRO-MENU.
           DISPLAY "OPERADORES DEL MANTENIMIENTO DE SOCIOS".
           DISPLAY "1 - ALTA DE OPERADOR".
           DISPLAY "2 - CONSULTAR / MODIFICAR UN OPERADOR".
           DISPLAY "3 - LISTAR OPERADORES".
           DISPLAY "4 - SALIR".
           DISPLAY "INGRESE OPCION".
           ACCEPT w-opcion.

       200-ALTA-OPERADOR.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "INGRESE CODIGO DEL NUEVO OPERADOR"
               ACCEPT w-ope-busca
               IF w-ope-busca IS EQUAL SPACES THEN
                   DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO"
               ELSE
                   MOVE w-ope-busca TO ope-codigo
                   READ OPERADORES
                       INVALID KEY
                           MOVE 1 TO w-flag-dato-ok
                       NOT INVALID KEY
                           DISPLAY "EL OPERADOR YA EXISTE"
                   END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO ope-reg.
           MOVE w-ope-busca TO ope-codigo.
           PERFORM 210-PIDO-NOMBRE.
           IF w-flag-sin-operadores IS EQUAL 1 THEN
               MOVE "S" TO ope-rol
           ELSE
               PERFORM 220-PIDO-ROL
           END-IF.
           PERFORM 230-PIDO-CLAVE.
           MOVE "A" TO ope-estado.
           MOVE ZERO TO ope-intentos.
           MOVE w-fecha-proceso TO ope-fecha-alta.
           WRITE ope-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL OPERADOR, ESTADO "
                       w-ope-status
               NOT INVALID KEY
                   DISPLAY "OPERADOR " ope-codigo " REGISTRADO"
                   MOVE ZERO TO w-flag-sin-operadores
           END-WRITE.

       210-PIDO-NOMBRE.
           MOVE SPACES TO ope-nombre.
           PERFORM UNTIL ope-nombre IS NOT EQUAL SPACES
               DISPLAY "INGRESE NOMBRE DEL OPERADOR"
               ACCEPT ope-nombre
           END-PERFORM.

       220-PIDO-ROL.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "ROL: C-CAJERO  S-SUPERVISOR  A-AUDITOR"
               ACCEPT ope-rol
               IF ope-rol IS EQUAL "C" OR ope-rol IS EQUAL "S" OR
                  ope-rol IS EQUAL "A" THEN
                   MOVE 1 TO w-flag-dato-ok
               ELSE
                   DISPLAY "ROL INVALIDO"
               END-IF
           END-PERFORM.

       230-PIDO-CLAVE.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "INGRESE CLAVE (HASTA 8 CARACTERES)"
               ACCEPT w-clave-ingresada
               DISPLAY "REPITA LA CLAVE"
               ACCEPT w-clave-repetida
               IF w-clave-ingresada IS EQUAL SPACES THEN
                   DISPLAY "LA CLAVE NO PUEDE QUEDAR EN BLANCO"
               ELSE
                   IF w-clave-ingresada IS NOT EQUAL
                      w-clave-repetida THEN
                       DISPLAY "LAS CLAVES NO COINCIDEN"
                   ELSE
                       MOVE w-clave-ingresada TO ope-clave
                       MOVE 1 TO w-flag-dato-ok
                   END-IF
               END-IF
           END-PERFORM.

       300-MANTENIMIENTO-OPERADOR.
           DISPLAY "INGRESE CODIGO DE OPERADOR A BUSCAR".
           ACCEPT w-ope-busca.
           MOVE w-ope-busca TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 310-MUESTRO-OPERADOR
                   PERFORM 320-PIDO-ACCION
           END-READ.

       310-MUESTRO-OPERADOR.
           DISPLAY "OPERADOR: " ope-codigo.
           DISPLAY "NOMBRE  : " ope-nombre.
           EVALUATE ope-rol
               WHEN "C" DISPLAY "ROL     : CAJERO"
               WHEN "S" DISPLAY "ROL     : SUPERVISOR"
               WHEN "A" DISPLAY "ROL     : AUDITOR"
               WHEN OTHER DISPLAY "ROL     : " ope-rol
           END-EVALUATE.
           IF ope-estado IS EQUAL "A" THEN
               DISPLAY "ESTADO  : ACTIVO"
           ELSE
               DISPLAY "ESTADO  : BLOQUEADO"
           END-IF.
           DISPLAY "ALTA    : " ope-fecha-alta.

      * Un supervisor no se cambia el rol ni se bloquea a si mismo,
      * asi siempre queda al menos un supervisor habilitado.
       320-PIDO-ACCION.
           DISPLAY "N-NOMBRE  R-ROL  K-CLAVE  E-BLOQUEAR/HABILITAR  "
               "C-CANCELAR".
           ACCEPT w-opcion-mant.
           EVALUATE w-opcion-mant
               WHEN "N"
                   PERFORM 210-PIDO-NOMBRE
                   PERFORM 330-REGRABO-OPERADOR
               WHEN "R"
                   IF ope-codigo IS EQUAL w-operador THEN
                       DISPLAY "NO PUEDE CAMBIAR SU PROPIO ROL"
                   ELSE
                       PERFORM 220-PIDO-ROL
                       PERFORM 330-REGRABO-OPERADOR
                   END-IF
               WHEN "K"
                   PERFORM 230-PIDO-CLAVE
                   MOVE ZERO TO ope-intentos
                   PERFORM 330-REGRABO-OPERADOR
               WHEN "E"
                   IF ope-codigo IS EQUAL w-operador THEN
                       DISPLAY "NO PUEDE BLOQUEARSE A SI MISMO"
                   ELSE
                       IF ope-estado IS EQUAL "A" THEN
                           MOVE "B" TO ope-estado
                       ELSE
                           MOVE "A" TO ope-estado
                           MOVE ZERO TO ope-intentos
                       END-IF
                       PERFORM 330-REGRABO-OPERADOR
                   END-IF
               WHEN OTHER
                   DISPLAY "OPERACION CANCELADA"
           END-EVALUATE.

       330-REGRABO-OPERADOR.
           REWRITE ope-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR, ESTADO " w-ope-status
               NOT INVALID KEY
                   DISPLAY "OPERADOR ACTUALIZADO"
           END-REWRITE.

       400-LISTO-OPERADORES.
           MOVE ZERO TO w-cont-listados.
           MOVE ZERO TO w-flag-fin-ope.
           MOVE LOW-VALUES TO ope-codigo.
           START OPERADORES KEY >= ope-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-fin-ope
           END-START.
           DISPLAY lin-encab.
           PERFORM UNTIL w-flag-fin-ope IS EQUAL 1
               READ OPERADORES NEXT
                   AT END
                       MOVE 1 TO w-flag-fin-ope
                   NOT AT END
                       MOVE ope-codigo TO l-ope-codigo
                       MOVE ope-nombre TO l-ope-nombre
                       MOVE ope-rol TO l-ope-rol
                       MOVE ope-estado TO l-ope-estado
                       MOVE ope-fecha-alta TO l-ope-alta
                       DISPLAY lin-operador
                       ADD 1 TO w-cont-listados
               END-READ
           END-PERFORM.
           DISPLAY "OPERADORES LISTADOS: " w-cont-listados.

           END PROGRAM Mant_Operadores.
