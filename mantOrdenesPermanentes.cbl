      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mant_Ordenes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES
           ASSIGN TO DYNAMIC w-path-ordenes
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ord-numero
           FILE STATUS IS w-ord-status.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-soc
           FILE STATUS IS w-soc-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
      * Orden permanente: transferencia "T" a otro socio o debito "D"
      * en la cuenta del socio, con frecuencia D (diaria), S (semanal)
      * o M (mensual) entre fecha desde y fecha hasta (cero = sin
      * vencimiento). Estados: A activa, F fallida con reintento
      * pendiente, S suspendida por reintentos agotados, C cancelada,
      * V vencida.
       FD  ORDENES.
       01  ord-reg.
           03 ord-numero pic 9(6).
           03 ord-socio pic 9(4).
           03 ord-tipo pic x.
           03 ord-destino pic 9(4).
           03 ord-importe pic 9(7)v99.
           03 ord-frecuencia pic x.
           03 ord-fecha-desde pic 9(8).
           03 ord-fecha-hasta pic 9(8).
           03 ord-estado pic x.
           03 ord-reintentos pic 9(2).
           03 ord-ult-emision pic 9(8).
           03 ord-ult-error pic x(8).
           03 ord-sucursal pic 9(2).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-soc pic 9(4).
           03 soc-nombre pic x(20).
           03 soc-saldo pic s9(8)v99.
           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-param-status pic xx.
       01  w-ord-status pic xx.
       01  w-soc-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-ord pic 9 value zero.
       01  w-flag-encontrado pic 9 value zero.
       01  w-flag-dato-ok pic 9 value zero.
       01  w-flag-fecha-ok pic 9 value zero.
       01  w-opcion pic x value space.
       01  w-opcion-mant pic x value space.
       01  w-resp-confirma pic x value space.
       01  w-ord-busca pic 9(6) value zero.
       01  w-soc-filtro pic 9(4) value zero.
       01  w-ult-numero pic 9(6) value zero.
       01  w-cont-listadas pic 9(5) value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-importe-nuevo pic 9(7)v99 value zero.
       01  w-fecha-nueva pic 9(8) value zero.
       01  w-path-ordenes pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOrdenes.dat".
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSocios.dat".
       01  w-fecha-valida pic 9(8) value zero.
       01  w-fecha-valida-r redefines w-fecha-valida.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-ult-dia-mes pic 9(2) value zero.
       01  w-cociente pic 9(4) value zero.
       01  w-resto-4 pic 9(4) value zero.
       01  w-resto-100 pic 9(4) value zero.
       01  w-resto-400 pic 9(4) value zero.
       01  tabla-dias-mes-x pic x(24)
           value "312831303130313130313031".
       01  tabla-dias-mes redefines tabla-dias-mes-x.
           03 w-dias-mes pic 9(2) occurs 12 times.

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-encab.
           03 filler pic x(7) value "NUMERO".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(2) value "T".
           03 filler pic x(5) value "DEST".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "F".
           03 filler pic x(9) value "DESDE".
           03 filler pic x(9) value "HASTA".
           03 filler pic x(2) value "E".
           03 filler pic x(4) value "REI".
           03 filler pic x(9) value "ULT.EMIS".
           03 filler pic x(9) value "ERROR".
       01  lin-orden.
           03 l-ord-numero pic 9(6).
           03 filler pic x value spaces.
           03 l-ord-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-ord-tipo pic x.
           03 filler pic x value spaces.
           03 l-ord-destino pic 9(4).
           03 filler pic x value spaces.
           03 l-ord-importe pic z.zzz.zz9,99.
           03 filler pic x(3) value spaces.
           03 l-ord-frecuencia pic x.
           03 filler pic x value spaces.
           03 l-ord-desde pic 9(8).
           03 filler pic x value spaces.
           03 l-ord-hasta pic 9(8).
           03 filler pic x value spaces.
           03 l-ord-estado pic x.
           03 filler pic x value spaces.
           03 l-ord-reintentos pic z9.
           03 filler pic x(2) value spaces.
           03 l-ord-ult-emision pic 9(8).
           03 filler pic x value spaces.
           03 l-ord-ult-error pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           PERFORM 900-MENU-PRINCIPAL.
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
               WHEN "PATH-ORDENES"
                   MOVE param-valor TO w-path-ordenes
               WHEN "PATH-SOCIOS"
                   MOVE param-valor TO w-path-socios
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       900-MENU-PRINCIPAL.
           PERFORM 910-MUESTRO-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "4"
               EVALUATE w-opcion
                   WHEN "1"
                       PERFORM 100-ALTA-ORDEN
                   WHEN "2"
                       PERFORM 300-MANTENIMIENTO-ORDEN
                   WHEN "3"
                       PERFORM 400-LISTO-ORDENES
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               PERFORM 910-MUESTRO-MENU
           END-PERFORM.

       910-MUESTRO-MENU.
           DISPLAY "ORDENES PERMANENTES DE SOCIOS".
           DISPLAY "1 - ALTA DE ORDEN PERMANENTE".
           DISPLAY "2 - CONSULTAR / MODIFICAR / CANCELAR UNA ORDEN".
           DISPLAY "3 - LISTAR ORDENES".
           DISPLAY "4 - SALIR".
           DISPLAY "INGRESE OPCION".
           ACCEPT w-opcion.

       100-ALTA-ORDEN.
           PERFORM 110-ABRO-ORDENES-IO.
           OPEN INPUT SOCIOS.
           IF w-soc-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SOCIOS, ESTADO "
                   w-soc-status
           ELSE
               PERFORM 120-BUSCO-ULTIMO-NUMERO
               MOVE SPACES TO ord-reg
               COMPUTE ord-numero = w-ult-numero + 1
               PERFORM 130-PIDO-SOCIO-ORIGEN
               PERFORM 140-PIDO-TIPO
               PERFORM 150-PIDO-DESTINO
               PERFORM 160-PIDO-IMPORTE
               PERFORM 170-PIDO-FRECUENCIA
               PERFORM 180-PIDO-VIGENCIA
               DISPLAY "SUCURSAL QUE REGISTRA LA ORDEN (2 DIGITOS)"
               ACCEPT ord-sucursal
               MOVE "A" TO ord-estado
               MOVE ZERO TO ord-reintentos
               MOVE ZERO TO ord-ult-emision
               MOVE SPACES TO ord-ult-error
               PERFORM 830-MUESTRO-ORDEN
               DISPLAY "CONFIRMA EL ALTA DE LA ORDEN (S/N)"
               ACCEPT w-resp-confirma
               IF w-resp-confirma IS EQUAL "S" OR
                  w-resp-confirma IS EQUAL "s" THEN
                   WRITE ord-reg
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA ORDEN, ESTADO "
                               w-ord-status
                       NOT INVALID KEY
                           DISPLAY "ORDEN " ord-numero " REGISTRADA"
                   END-WRITE
               ELSE
                   DISPLAY "ALTA CANCELADA"
               END-IF
               CLOSE SOCIOS
           END-IF.
           CLOSE ORDENES.

       110-ABRO-ORDENES-IO.
           OPEN I-O ORDENES.
           IF w-ord-status IS EQUAL "35" THEN
               OPEN OUTPUT ORDENES
               CLOSE ORDENES
               OPEN I-O ORDENES
           END-IF.

       120-BUSCO-ULTIMO-NUMERO.
           MOVE ZERO TO w-ult-numero.
           MOVE ZERO TO w-flag-fin-ord.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY >= ord-numero
               INVALID KEY
                   MOVE 1 TO w-flag-fin-ord
           END-START.
           PERFORM UNTIL w-flag-fin-ord IS EQUAL 1
               READ ORDENES NEXT
                   AT END
                       MOVE 1 TO w-flag-fin-ord
                   NOT AT END
                       MOVE ord-numero TO w-ult-numero
               END-READ
           END-PERFORM.

      * El socio origen tiene que existir y no estar bloqueado: contra
      * un bloqueado la novedad se rechaza S.B.L.Q en todas las
      * corridas y la orden termina suspendida.
       130-PIDO-SOCIO-ORIGEN.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "INGRESE SOCIO ORIGEN DE LA ORDEN"
               ACCEPT ord-socio
               MOVE ord-socio TO soc-soc
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "SOCIO INEXISTENTE"
                   NOT INVALID KEY
                       IF soc-estado IS EQUAL "B" THEN
                           DISPLAY "SOCIO BLOQUEADO, NO ADMITE ORDENES"
                       ELSE
                           DISPLAY "SOCIO: " soc-nombre
                           MOVE 1 TO w-flag-dato-ok
                       END-IF
               END-READ
           END-PERFORM.

       140-PIDO-TIPO.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "TIPO DE ORDEN: T-TRANSFERENCIA A SOCIO  "
                   "D-DEBITO EN CUENTA"
               ACCEPT ord-tipo
               IF ord-tipo IS EQUAL "T" OR ord-tipo IS EQUAL "D" THEN
                   MOVE 1 TO w-flag-dato-ok
               ELSE
                   DISPLAY "TIPO INVALIDO"
               END-IF
           END-PERFORM.

      * El apareo solo acredita transferencias a socios de numero mayor
      * que el origen (el credito queda pendiente hasta que pasa el
      * destino); con destino menor la novedad sale T.D.N.E siempre.
       150-PIDO-DESTINO.
           IF ord-tipo IS EQUAL "D" THEN
               MOVE ZERO TO ord-destino
           ELSE
               MOVE ZERO TO w-flag-dato-ok
               PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
                   DISPLAY "INGRESE SOCIO DESTINO"
                   ACCEPT ord-destino
                   IF ord-destino <= ord-socio THEN
                       DISPLAY "EL DESTINO DEBE SER UN SOCIO DE NUMERO "
                           "MAYOR AL ORIGEN " ord-socio
                   ELSE
                       MOVE ord-destino TO soc-soc
                       READ SOCIOS
                           INVALID KEY
                               DISPLAY "SOCIO DESTINO INEXISTENTE"
                           NOT INVALID KEY
                               DISPLAY "DESTINO: " soc-nombre
                               MOVE 1 TO w-flag-dato-ok
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       160-PIDO-IMPORTE.
           MOVE ZERO TO ord-importe.
           PERFORM UNTIL ord-importe > ZERO
               DISPLAY "INGRESE IMPORTE DE CADA EJECUCION"
               ACCEPT ord-importe
               IF ord-importe IS EQUAL ZERO THEN
                   DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
               END-IF
           END-PERFORM.

       170-PIDO-FRECUENCIA.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "FRECUENCIA: D-DIARIA  S-SEMANAL  M-MENSUAL"
               ACCEPT ord-frecuencia
               IF ord-frecuencia IS EQUAL "D" OR
                  ord-frecuencia IS EQUAL "S" OR
                  ord-frecuencia IS EQUAL "M" THEN
                   MOVE 1 TO w-flag-dato-ok
               ELSE
                   DISPLAY "FRECUENCIA INVALIDA"
               END-IF
           END-PERFORM.

      * La fecha desde fija el dia de ejecucion: el dia de la semana
      * para las semanales y el dia del mes para las mensuales (si el
      * mes es mas corto se ejecuta el ultimo dia).
       180-PIDO-VIGENCIA.
           MOVE ZERO TO w-flag-fecha-ok.
           PERFORM UNTIL w-flag-fecha-ok IS EQUAL 1
               DISPLAY "FECHA DESDE AAAAMMDD (0 = FECHA DE PROCESO "
                   w-fecha-proceso ")"
               ACCEPT ord-fecha-desde
               IF ord-fecha-desde IS EQUAL ZERO THEN
                   MOVE w-fecha-proceso TO ord-fecha-desde
               END-IF
               MOVE ord-fecha-desde TO w-fecha-valida
               PERFORM 850-VALIDO-FECHA
           END-PERFORM.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "FECHA HASTA AAAAMMDD (0 = SIN VENCIMIENTO)"
               ACCEPT ord-fecha-hasta
               IF ord-fecha-hasta IS EQUAL ZERO THEN
                   MOVE 1 TO w-flag-dato-ok
               ELSE
                   MOVE ord-fecha-hasta TO w-fecha-valida
                   PERFORM 850-VALIDO-FECHA
                   IF w-flag-fecha-ok IS EQUAL 1 THEN
                       IF ord-fecha-hasta < ord-fecha-desde THEN
                           DISPLAY "LA FECHA HASTA ES ANTERIOR A LA "
                               "FECHA DESDE"
                       ELSE
                           MOVE 1 TO w-flag-dato-ok
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       300-MANTENIMIENTO-ORDEN.
           OPEN I-O ORDENES.
           IF w-ord-status IS NOT EQUAL "00" THEN
               DISPLAY "NO EXISTE ARCHIVO DE ORDENES. USE LA OPCION 1"
           ELSE
               DISPLAY "INGRESE NUMERO DE ORDEN"
               ACCEPT w-ord-busca
               MOVE ZERO TO w-flag-encontrado
               MOVE w-ord-busca TO ord-numero
               READ ORDENES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO w-flag-encontrado
               END-READ
               IF w-flag-encontrado IS EQUAL 1 THEN
                   PERFORM 830-MUESTRO-ORDEN
                   PERFORM 310-PIDO-ACCION
                   EVALUATE w-opcion-mant
                       WHEN "I"
                           PERFORM 320-CAMBIO-IMPORTE
                       WHEN "H"
                           PERFORM 330-CAMBIO-FECHA-HASTA
                       WHEN "C"
                           PERFORM 340-CANCELO-ORDEN
                       WHEN "R"
                           PERFORM 350-REACTIVO-ORDEN
                       WHEN OTHER
                           DISPLAY "OPERACION CANCELADA"
                   END-EVALUATE
               ELSE
                   DISPLAY "ORDEN NO ENCONTRADA"
               END-IF
               CLOSE ORDENES
           END-IF.

       310-PIDO-ACCION.
           DISPLAY "I-IMPORTE  H-FECHA HASTA  C-CANCELAR ORDEN  "
               "R-REACTIVAR  X-SALIR".
           ACCEPT w-opcion-mant.

       320-CAMBIO-IMPORTE.
           IF ord-estado IS EQUAL "C" OR ord-estado IS EQUAL "V" THEN
               DISPLAY "ORDEN CANCELADA O VENCIDA, NO SE MODIFICA"
           ELSE
               DISPLAY "INGRESE NUEVO IMPORTE"
               ACCEPT w-importe-nuevo
               IF w-importe-nuevo IS EQUAL ZERO THEN
                   DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO, "
                       "SIN CAMBIOS"
               ELSE
                   MOVE w-importe-nuevo TO ord-importe
                   PERFORM 360-REGRABO-ORDEN
               END-IF
           END-IF.

       330-CAMBIO-FECHA-HASTA.
           IF ord-estado IS EQUAL "C" THEN
               DISPLAY "ORDEN CANCELADA, NO SE MODIFICA"
           ELSE
               DISPLAY "NUEVA FECHA HASTA AAAAMMDD (0 = SIN "
                   "VENCIMIENTO)"
               ACCEPT w-fecha-nueva
               MOVE 1 TO w-flag-fecha-ok
               IF w-fecha-nueva IS NOT EQUAL ZERO THEN
                   MOVE w-fecha-nueva TO w-fecha-valida
                   PERFORM 850-VALIDO-FECHA
               END-IF
               IF w-flag-fecha-ok IS EQUAL 1 THEN
                   IF w-fecha-nueva IS NOT EQUAL ZERO AND
                      w-fecha-nueva < ord-fecha-desde THEN
                       DISPLAY "LA FECHA HASTA ES ANTERIOR A LA "
                           "FECHA DESDE, SIN CAMBIOS"
                   ELSE
                       MOVE w-fecha-nueva TO ord-fecha-hasta
                       IF ord-estado IS EQUAL "V" AND
                          (ord-fecha-hasta IS EQUAL ZERO OR
                           ord-fecha-hasta >= w-fecha-proceso) THEN
                           MOVE "A" TO ord-estado
                           DISPLAY "ORDEN VENCIDA REHABILITADA"
                       END-IF
                       PERFORM 360-REGRABO-ORDEN
                   END-IF
               END-IF
           END-IF.

       340-CANCELO-ORDEN.
           DISPLAY "CONFIRMA LA CANCELACION DE LA ORDEN (S/N)".
           ACCEPT w-resp-confirma.
           IF w-resp-confirma IS EQUAL "S" OR
              w-resp-confirma IS EQUAL "s" THEN
               MOVE "C" TO ord-estado
               PERFORM 360-REGRABO-ORDEN
           ELSE
               DISPLAY "OPERACION CANCELADA"
           END-IF.

      * Una orden suspendida o fallida vuelve a activa con el contador
      * de reintentos en cero; la proxima generacion la evalua segun
      * su frecuencia.
       350-REACTIVO-ORDEN.
           IF ord-estado IS EQUAL "S" OR ord-estado IS EQUAL "F" THEN
               MOVE "A" TO ord-estado
               MOVE ZERO TO ord-reintentos
               MOVE SPACES TO ord-ult-error
               PERFORM 360-REGRABO-ORDEN
           ELSE
               DISPLAY "SOLO SE REACTIVAN ORDENES SUSPENDIDAS O "
                   "FALLIDAS"
           END-IF.

       360-REGRABO-ORDEN.
           REWRITE ord-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR, ESTADO " w-ord-status
               NOT INVALID KEY
                   DISPLAY "ORDEN ACTUALIZADA"
           END-REWRITE.

       400-LISTO-ORDENES.
           OPEN INPUT ORDENES.
           IF w-ord-status IS NOT EQUAL "00" THEN
               DISPLAY "NO EXISTE ARCHIVO DE ORDENES. USE LA OPCION 1"
           ELSE
               DISPLAY "SOCIO A LISTAR (0 = TODOS)"
               ACCEPT w-soc-filtro
               MOVE ZERO TO w-cont-listadas
               MOVE ZERO TO w-flag-fin-ord
               DISPLAY lin-guarda
               DISPLAY lin-encab
               DISPLAY lin-guarda
               PERFORM 410-LEO-ORDEN-SEC
               PERFORM UNTIL w-flag-fin-ord IS EQUAL 1
                   IF w-soc-filtro IS EQUAL ZERO OR
                      w-soc-filtro IS EQUAL ord-socio THEN
                       PERFORM 420-ARMO-LINEA-ORDEN
                       DISPLAY lin-orden
                       ADD 1 TO w-cont-listadas
                   END-IF
                   PERFORM 410-LEO-ORDEN-SEC
               END-PERFORM
               DISPLAY lin-guarda
               DISPLAY "ORDENES LISTADAS: " w-cont-listadas
               CLOSE ORDENES
           END-IF.

       410-LEO-ORDEN-SEC.
           READ ORDENES NEXT AT END MOVE 1 TO w-flag-fin-ord.

       420-ARMO-LINEA-ORDEN.
           MOVE ord-numero TO l-ord-numero.
           MOVE ord-socio TO l-ord-socio.
           MOVE ord-tipo TO l-ord-tipo.
           MOVE ord-destino TO l-ord-destino.
           MOVE ord-importe TO l-ord-importe.
           MOVE ord-frecuencia TO l-ord-frecuencia.
           MOVE ord-fecha-desde TO l-ord-desde.
           MOVE ord-fecha-hasta TO l-ord-hasta.
           MOVE ord-estado TO l-ord-estado.
           MOVE ord-reintentos TO l-ord-reintentos.
           MOVE ord-ult-emision TO l-ord-ult-emision.
           MOVE ord-ult-error TO l-ord-ult-error.

       830-MUESTRO-ORDEN.
           DISPLAY "ORDEN      : " ord-numero.
           DISPLAY "SOCIO      : " ord-socio.
           IF ord-tipo IS EQUAL "T" THEN
               DISPLAY "TIPO       : TRANSFERENCIA A SOCIO "
                   ord-destino
           ELSE
               DISPLAY "TIPO       : DEBITO EN CUENTA"
           END-IF.
           DISPLAY "IMPORTE    : " ord-importe.
           EVALUATE ord-frecuencia
               WHEN "D"
                   DISPLAY "FRECUENCIA : DIARIA"
               WHEN "S"
                   DISPLAY "FRECUENCIA : SEMANAL"
               WHEN OTHER
                   DISPLAY "FRECUENCIA : MENSUAL"
           END-EVALUATE.
           DISPLAY "VIGENCIA   : " ord-fecha-desde " AL "
               ord-fecha-hasta.
           EVALUATE ord-estado
               WHEN "A"
                   DISPLAY "ESTADO     : ACTIVA"
               WHEN "F"
                   DISPLAY "ESTADO     : FALLIDA, REINTENTOS "
                       ord-reintentos " ULTIMO ERROR " ord-ult-error
               WHEN "S"
                   DISPLAY "ESTADO     : SUSPENDIDA, REINTENTOS "
                       ord-reintentos " ULTIMO ERROR " ord-ult-error
               WHEN "C"
                   DISPLAY "ESTADO     : CANCELADA"
               WHEN "V"
                   DISPLAY "ESTADO     : VENCIDA"
               WHEN OTHER
                   DISPLAY "ESTADO     : " ord-estado
           END-EVALUATE.
           DISPLAY "ULT.EMISION: " ord-ult-emision.

      * Valida una fecha AAAAMMDD en w-fecha-valida, con bisiestos.
       850-VALIDO-FECHA.
           MOVE 1 TO w-flag-fecha-ok.
           IF w-fv-mm < 1 OR w-fv-mm > 12 OR w-fv-aaaa < 1900 THEN
               MOVE ZERO TO w-flag-fecha-ok
           ELSE
               MOVE w-dias-mes(w-fv-mm) TO w-ult-dia-mes
               IF w-fv-mm IS EQUAL 2 THEN
                   DIVIDE w-fv-aaaa BY 4 GIVING w-cociente
                       REMAINDER w-resto-4
                   DIVIDE w-fv-aaaa BY 100 GIVING w-cociente
                       REMAINDER w-resto-100
                   DIVIDE w-fv-aaaa BY 400 GIVING w-cociente
                       REMAINDER w-resto-400
                   IF w-resto-400 IS EQUAL ZERO OR
                      (w-resto-4 IS EQUAL ZERO AND
                       w-resto-100 IS NOT EQUAL ZERO) THEN
                       MOVE 29 TO w-ult-dia-mes
                   END-IF
               END-IF
               IF w-fv-dd < 1 OR w-fv-dd > w-ult-dia-mes THEN
                   MOVE ZERO TO w-flag-fecha-ok
               END-IF
           END-IF.
           IF w-flag-fecha-ok IS EQUAL ZERO THEN
               DISPLAY "FECHA INVALIDA: " w-fecha-valida
           END-IF.

           END PROGRAM Mant_Ordenes.
