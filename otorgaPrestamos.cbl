      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Otorga_Prestamos.
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

           SELECT CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-clave
           FILE STATUS IS w-cuo-status.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-soc
           FILE STATUS IS w-soc-status.

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
      * Prestamo a socio, sistema frances. Estado: P otorgado con el
      * desembolso pendiente de acreditar, V vigente al dia, M en mora,
      * C cancelado, R desembolso rechazado por el apareo.
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

      * Cronograma de cuotas. Estado: P pendiente, E emitida en el lote
      * del dia, C cobrada, I impaga (rechazada, en atraso).
       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-clave.
               05 cuo-prestamo pic 9(6).
               05 cuo-numero pic 9(3).
           03 cuo-socio pic 9(4).
           03 cuo-vencimiento pic 9(8).
           03 cuo-importe pic 9(7)v99.
           03 cuo-interes pic 9(7)v99.
           03 cuo-amortizacion pic 9(7)v99.
           03 cuo-saldo pic 9(7)v99.
           03 cuo-estado pic x.
           03 cuo-fecha-cobro pic 9(8).
           03 cuo-intentos pic 9(2).
           03 cuo-ult-error pic x(8).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-soc pic 9(4).
           03 soc-nombre pic x(20).
           03 soc-saldo pic s9(8)v99.
           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

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
       01  w-pre-status pic xx.
       01  w-cuo-status pic xx.
       01  w-soc-status pic xx.
       01  w-ope-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-pre pic 9 value zero.
       01  w-flag-fin-cuo pic 9 value zero.
       01  w-flag-ope-ok pic 9 value zero.
       01  w-flag-dato-ok pic 9 value zero.
       01  w-flag-fecha-ok pic 9 value zero.
       01  w-flag-socio-ok pic 9 value zero.
       01  w-flag-calculo-ok pic 9 value zero.
       01  w-cont-intentos pic 9 value zero.
       01  w-opcion pic x value space.
       01  w-resp-confirma pic x value space.
       01  w-ope-ingresado pic x(8) value spaces.
       01  w-clave-ingresada pic x(8) value spaces.
       01  w-operador pic x(8) value spaces.
       01  w-rol-operador pic x value space.
       01  w-nombre-operador pic x(20) value spaces.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-proceso-r redefines w-fecha-proceso.
           03 w-fp-aaaa pic 9(4).
           03 w-fp-mm pic 9(2).
           03 w-fp-dd pic 9(2).
       01  w-socio-pedido pic 9(4) value zero.
       01  w-pre-busca pic 9(6) value zero.
       01  w-ult-numero pic 9(6) value zero.
       01  w-cont-prestamos pic 9(4) value zero.
       01  w-cont-mora pic 9(4) value zero.
       01  w-capital-maximo pic 9(7)v99 value 1000000.
       01  w-plazo-maximo pic 9(3) value 60.
       01  w-tasa-maxima pic 9(3)v99 value 200.
       01  w-tasa-ed pic zz9,99.
       01  w-path-prestamos pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archPrestamos.dat".
       01  w-path-cuotas pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCuotasPrest.dat".
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSocios.dat".
       01  w-path-operadores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOperadores.dat".

      * Calculo del sistema frances: tasa mensual = TNA / 1200 y
      * cuota = capital x i x (1 + i) ^ n / ((1 + i) ^ n - 1).
       01  w-tasa-mensual pic 9v9(9) value zero.
       01  w-potencia pic 9(9)v9(9) value zero.
       01  w-factor pic 9(9)v9(9) value zero.
       01  w-divisor pic 9(9)v9(9) value zero.
       01  w-saldo-calc pic 9(7)v99 value zero.
       01  idx-cuota pic 9(3) value zero.
       01  w-meses pic 9(5) value zero.

       01  w-fecha-valida pic 9(8) value zero.
       01  w-fecha-valida-r redefines w-fecha-valida.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-fecha-vto pic 9(8) value zero.
       01  w-fecha-vto-r redefines w-fecha-vto.
           03 w-fvt-aaaa pic 9(4).
           03 w-fvt-mm pic 9(2).
           03 w-fvt-dd pic 9(2).
       01  w-fecha-omision pic 9(8) value zero.
       01  w-dia-vto pic 9(2) value zero.
       01  w-ult-dia-mes pic 9(2) value zero.
       01  w-cociente pic 9(4) value zero.
       01  w-resto-4 pic 9(4) value zero.
       01  w-resto-100 pic 9(4) value zero.
       01  w-resto-400 pic 9(4) value zero.
       01  tabla-dias-mes-x pic x(24)
           value "312831303130313130313031".
       01  tabla-dias-mes redefines tabla-dias-mes-x.
           03 w-dias-mes pic 9(2) occurs 12 times.

       01  w-importe-ed pic z.zzz.zz9,99.
       01  w-desc-estado pic x(20) value spaces.

       01  lin-pre-encab.
           03 filler pic x(8) value "NUMERO".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(14) value "       CAPITAL".
           03 filler pic x(7) value "  PLAZO".
           03 filler pic x(14) value "         CUOTA".
           03 filler pic x(14) value " SALDO CAPITAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "ESTADO".
       01  lin-pre.
           03 l-pre-numero pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-pre-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-pre-capital pic z.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 l-pre-plazo pic zz9.
           03 filler pic x(2) value spaces.
           03 l-pre-cuota pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-saldo pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-estado pic x(15).
       01  lin-cuo-encab.
           03 filler pic x(5) value "CUOTA".
           03 filler pic x(10) value " VENCE".
           03 filler pic x(14) value "         CUOTA".
           03 filler pic x(14) value "       INTERES".
           03 filler pic x(14) value "  AMORTIZACION".
           03 filler pic x(14) value "   SALDO CAP.".
           03 filler pic x(9) value "  ESTADO".
       01  lin-cuo.
           03 l-cuo-numero pic zz9.
           03 filler pic x(3) value spaces.
           03 l-cuo-vencimiento pic 9(8).
           03 filler pic x value space.
           03 l-cuo-importe pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-interes pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-amortizacion pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-saldo pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-estado pic x(8).

      * Otorgamiento y consulta de prestamos a socios. Solo un
      * supervisor otorga; el desembolso se acredita en la cuenta del
      * socio con el lote de prestamos de la proxima corrida.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           PERFORM 080-IDENTIFICO-OPERADOR.
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
               WHEN "PATH-PRESTAMOS"
                   MOVE param-valor TO w-path-prestamos
               WHEN "PATH-CUOTAS"
                   MOVE param-valor TO w-path-cuotas
               WHEN "PATH-SOCIOS"
                   MOVE param-valor TO w-path-socios
               WHEN "PATH-OPERADORES"
                   MOVE param-valor TO w-path-operadores
               WHEN "PRESTAMO-MAXIMO"
                   IF param-valor(1:9) IS NUMERIC THEN
                       MOVE param-valor(1:9) TO w-capital-maximo(1:9)
                   END-IF
               WHEN "PLAZO-MAXIMO"
                   IF param-valor(1:3) IS NUMERIC THEN
                       MOVE param-valor(1:3) TO w-plazo-maximo
                   END-IF
               WHEN "TASA-MAXIMA"
                   IF param-valor(1:5) IS NUMERIC THEN
                       MOVE param-valor(1:5) TO w-tasa-maxima(1:5)
                   END-IF
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
           IF w-rol-operador IS NOT EQUAL "S" THEN
               DISPLAY "SOLO CONSULTA: EL OTORGAMIENTO LO HACE UN "
                   "SUPERVISOR"
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
                           PERFORM 100-OTORGO-PRESTAMO
                       ELSE
                           DISPLAY "OPCION NO HABILITADA PARA EL "
                               "OPERADOR " w-operador
                       END-IF
                   WHEN "2"
                       PERFORM 300-CONSULTO-PRESTAMO
                   WHEN "3"
                       PERFORM 400-PRESTAMOS-DEL-SOCIO
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               PERFORM 910-MUESTRO-MENU
           END-PERFORM.

       910-MUESTRO-MENU.
           DISPLAY "PRESTAMOS A SOCIOS".
           DISPLAY "1 - OTORGAR PRESTAMO (SUPERVISOR)".
           DISPLAY "2 - CONSULTAR PRESTAMO Y CRONOGRAMA DE CUOTAS".
           DISPLAY "3 - LISTAR PRESTAMOS DE UN SOCIO".
           DISPLAY "4 - SALIR".
           DISPLAY "INGRESE OPCION".
           ACCEPT w-opcion.

       100-OTORGO-PRESTAMO.
           PERFORM 110-ABRO-PRESTAMOS-IO.
           OPEN INPUT SOCIOS.
           IF w-soc-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SOCIOS, ESTADO "
                   w-soc-status
           ELSE
               PERFORM 130-PIDO-SOCIO
               IF w-flag-socio-ok IS EQUAL 1 THEN
                   PERFORM 140-CONTROLO-ATRASOS
               END-IF
               IF w-flag-socio-ok IS EQUAL 1 THEN
                   PERFORM 150-PIDO-CONDICIONES
                   PERFORM 170-CALCULO-CUOTA
                   IF w-flag-calculo-ok IS EQUAL 1 THEN
                       PERFORM 180-CONFIRMO-OTORGAMIENTO
                   END-IF
               END-IF
               CLOSE SOCIOS
           END-IF.
           CLOSE CUOTAS.
           CLOSE PRESTAMOS.

       110-ABRO-PRESTAMOS-IO.
           OPEN I-O PRESTAMOS.
           IF w-pre-status IS EQUAL "35" THEN
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF.
           OPEN I-O CUOTAS.
           IF w-cuo-status IS EQUAL "35" THEN
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF.

      * Reglas de credito: el socio tiene que existir y no estar
      * bloqueado.
       130-PIDO-SOCIO.
           MOVE ZERO TO w-flag-socio-ok.
           DISPLAY "INGRESE SOCIO SOLICITANTE".
           ACCEPT w-socio-pedido.
           MOVE w-socio-pedido TO soc-soc.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO INEXISTENTE"
               NOT INVALID KEY
                   IF soc-estado IS EQUAL "B" THEN
                       DISPLAY "SOCIO BLOQUEADO, NO SE LE PUEDE "
                           "OTORGAR PRESTAMO"
                   ELSE
                       DISPLAY "SOCIO: " soc-nombre
                       MOVE 1 TO w-flag-socio-ok
                   END-IF
           END-READ.

      * ... y no tener cuotas impagas en ningun otro prestamo.
       140-CONTROLO-ATRASOS.
           MOVE ZERO TO w-ult-numero.
           MOVE ZERO TO w-cont-mora.
           MOVE ZERO TO w-flag-fin-pre.
           MOVE ZERO TO pre-numero.
           START PRESTAMOS KEY >= pre-numero
               INVALID KEY
                   MOVE 1 TO w-flag-fin-pre
           END-START.
           PERFORM UNTIL w-flag-fin-pre IS EQUAL 1
               READ PRESTAMOS NEXT
                   AT END
                       MOVE 1 TO w-flag-fin-pre
                   NOT AT END
                       MOVE pre-numero TO w-ult-numero
                       IF pre-socio IS EQUAL w-socio-pedido AND
                          (pre-estado IS EQUAL "M" OR
                           pre-cuotas-atraso > ZERO) THEN
                           ADD 1 TO w-cont-mora
                           DISPLAY "PRESTAMO " pre-numero " CON "
                               pre-cuotas-atraso " CUOTAS EN ATRASO"
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cont-mora > ZERO THEN
               DISPLAY "SOCIO EN MORA, NO SE LE PUEDE OTORGAR OTRO "
                   "PRESTAMO"
               MOVE ZERO TO w-flag-socio-ok
           END-IF.

       150-PIDO-CONDICIONES.
           MOVE SPACES TO pre-reg.
           COMPUTE pre-numero = w-ult-numero + 1.
           MOVE w-socio-pedido TO pre-socio.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "INGRESE CAPITAL DEL PRESTAMO"
               ACCEPT pre-capital
               IF pre-capital IS EQUAL ZERO OR
                  pre-capital > w-capital-maximo THEN
                   MOVE w-capital-maximo TO w-importe-ed
                   DISPLAY "EL CAPITAL DEBE SER MAYOR A CERO Y NO "
                       "SUPERAR " w-importe-ed
               ELSE
                   MOVE 1 TO w-flag-dato-ok
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               MOVE w-tasa-maxima TO w-tasa-ed
               DISPLAY "INGRESE TASA NOMINAL ANUAL (%, MAXIMO "
                   w-tasa-ed ")"
               ACCEPT pre-tasa-anual
               IF pre-tasa-anual IS EQUAL ZERO OR
                  pre-tasa-anual > w-tasa-maxima THEN
                   DISPLAY "LA TASA DEBE SER MAYOR A CERO Y NO "
                       "SUPERAR " w-tasa-ed
               ELSE
                   MOVE 1 TO w-flag-dato-ok
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-flag-dato-ok.
           PERFORM UNTIL w-flag-dato-ok IS EQUAL 1
               DISPLAY "INGRESE PLAZO EN MESES (MAXIMO "
                   w-plazo-maximo ")"
               ACCEPT pre-plazo
               IF pre-plazo IS EQUAL ZERO OR
                  pre-plazo > w-plazo-maximo THEN
                   DISPLAY "PLAZO INVALIDO"
               ELSE
                   MOVE 1 TO w-flag-dato-ok
               END-IF
           END-PERFORM.
           PERFORM 160-PIDO-PRIMER-VENCIMIENTO.
           DISPLAY "SUCURSAL QUE OTORGA (2 DIGITOS)".
           ACCEPT pre-sucursal.
           MOVE w-fecha-proceso TO pre-fecha-otorgado.
           MOVE pre-capital TO pre-saldo-capital.
           MOVE ZERO TO pre-cuotas-pagas.
           MOVE ZERO TO pre-cuotas-atraso.
           MOVE ZERO TO pre-importe-atraso.
           MOVE ZERO TO pre-fecha-mora.
           MOVE ZERO TO pre-fecha-desembolso.
           MOVE "P" TO pre-estado.
           MOVE w-operador TO pre-operador.

      * Por omision la primera cuota vence a un mes de la fecha de
      * proceso; las siguientes el mismo dia de cada mes (o el ultimo
      * dia si el mes es mas corto).
       160-PIDO-PRIMER-VENCIMIENTO.
           MOVE w-fecha-proceso TO w-fecha-vto.
           IF w-fvt-mm IS EQUAL 12 THEN
               MOVE 1 TO w-fvt-mm
               ADD 1 TO w-fvt-aaaa
           ELSE
               ADD 1 TO w-fvt-mm
           END-IF.
           MOVE w-fp-dd TO w-dia-vto.
           PERFORM 860-AJUSTO-DIA.
           MOVE w-fecha-vto TO w-fecha-omision.
           MOVE ZERO TO w-flag-fecha-ok.
           PERFORM UNTIL w-flag-fecha-ok IS EQUAL 1
               DISPLAY "PRIMER VENCIMIENTO AAAAMMDD (0 = "
                   w-fecha-omision ")"
               ACCEPT pre-fecha-primer-vto
               IF pre-fecha-primer-vto IS EQUAL ZERO THEN
                   MOVE w-fecha-omision TO pre-fecha-primer-vto
               END-IF
               MOVE pre-fecha-primer-vto TO w-fecha-valida
               PERFORM 850-VALIDO-FECHA
               IF w-flag-fecha-ok IS EQUAL 1 AND
                  pre-fecha-primer-vto <= w-fecha-proceso THEN
                   DISPLAY "EL PRIMER VENCIMIENTO DEBE SER POSTERIOR "
                       "A LA FECHA DE PROCESO"
                   MOVE ZERO TO w-flag-fecha-ok
               END-IF
           END-PERFORM.

      * Si la combinacion de tasa y plazo desborda algun campo del
      * calculo no se otorga: una cuota truncada dejaria mal todo el
      * cronograma.
       170-CALCULO-CUOTA.
           MOVE 1 TO w-flag-calculo-ok.
           COMPUTE w-tasa-mensual ROUNDED = pre-tasa-anual / 1200.
           IF w-tasa-mensual IS EQUAL ZERO THEN
               COMPUTE pre-cuota ROUNDED = pre-capital / pre-plazo
           ELSE
               COMPUTE w-potencia ROUNDED =
                   (1 + w-tasa-mensual) ** pre-plazo
                   ON SIZE ERROR MOVE ZERO TO w-flag-calculo-ok
               END-COMPUTE
               IF w-flag-calculo-ok IS EQUAL 1 THEN
                   COMPUTE w-divisor = w-potencia - 1
                   COMPUTE w-factor ROUNDED =
                       w-tasa-mensual * w-potencia
                       ON SIZE ERROR MOVE ZERO TO w-flag-calculo-ok
                   END-COMPUTE
               END-IF
               IF w-flag-calculo-ok IS EQUAL 1 THEN
                   DIVIDE w-factor BY w-divisor GIVING w-factor ROUNDED
                   COMPUTE pre-cuota ROUNDED = pre-capital * w-factor
                       ON SIZE ERROR MOVE ZERO TO w-flag-calculo-ok
                   END-COMPUTE
               END-IF
           END-IF.
           IF w-flag-calculo-ok IS EQUAL ZERO THEN
               DISPLAY "NO SE PUEDE CALCULAR LA CUOTA CON ESA TASA Y "
                   "PLAZO, NO SE OTORGA EL PRESTAMO"
           END-IF.

       180-CONFIRMO-OTORGAMIENTO.
           DISPLAY lin-pre-encab.
           PERFORM 820-ARMO-LINEA-PRESTAMO.
           DISPLAY lin-pre.
           DISPLAY "PRIMER VENCIMIENTO " pre-fecha-primer-vto
               "  TNA " pre-tasa-anual.
           DISPLAY "CONFIRMA EL OTORGAMIENTO (S/N)".
           ACCEPT w-resp-confirma.
           IF w-resp-confirma IS EQUAL "S" OR
              w-resp-confirma IS EQUAL "s" THEN
               WRITE pre-reg
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PRESTAMO, ESTADO "
                           w-pre-status
                   NOT INVALID KEY
                       PERFORM 200-GRABO-CRONOGRAMA
                       DISPLAY "PRESTAMO " pre-numero " OTORGADO, EL "
                           "DESEMBOLSO SE ACREDITA EN LA PROXIMA "
                           "CORRIDA"
               END-WRITE
           ELSE
               DISPLAY "OTORGAMIENTO CANCELADO"
           END-IF.

      * Interes sobre saldo, amortizacion = cuota - interes; la ultima
      * cuota cancela el saldo que quede por redondeo.
       200-GRABO-CRONOGRAMA.
           MOVE pre-capital TO w-saldo-calc.
           MOVE pre-fecha-primer-vto TO w-fecha-valida.
           MOVE 1 TO idx-cuota.
           PERFORM UNTIL idx-cuota > pre-plazo
               MOVE pre-numero TO cuo-prestamo
               MOVE idx-cuota TO cuo-numero
               MOVE pre-socio TO cuo-socio
               PERFORM 210-CALCULO-VENCIMIENTO
               MOVE w-fecha-vto TO cuo-vencimiento
               COMPUTE cuo-interes ROUNDED =
                   w-saldo-calc * w-tasa-mensual
               IF idx-cuota IS EQUAL pre-plazo THEN
                   MOVE w-saldo-calc TO cuo-amortizacion
                   COMPUTE cuo-importe = cuo-amortizacion + cuo-interes
               ELSE
                   MOVE pre-cuota TO cuo-importe
                   COMPUTE cuo-amortizacion = cuo-importe - cuo-interes
               END-IF
               SUBTRACT cuo-amortizacion FROM w-saldo-calc
               MOVE w-saldo-calc TO cuo-saldo
               MOVE "P" TO cuo-estado
               MOVE ZERO TO cuo-fecha-cobro
               MOVE ZERO TO cuo-intentos
               MOVE SPACES TO cuo-ult-error
               WRITE cuo-reg
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA CUOTA "
                           cuo-numero
               END-WRITE
               ADD 1 TO idx-cuota
           END-PERFORM.

       210-CALCULO-VENCIMIENTO.
           COMPUTE w-meses = w-fv-aaaa * 12 + w-fv-mm - 1
               + idx-cuota - 1.
           DIVIDE w-meses BY 12 GIVING w-fvt-aaaa
               REMAINDER w-fvt-mm.
           ADD 1 TO w-fvt-mm.
           MOVE w-fv-dd TO w-dia-vto.
           PERFORM 860-AJUSTO-DIA.

       300-CONSULTO-PRESTAMO.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status IS NOT EQUAL "00" THEN
               DISPLAY "NO HAY PRESTAMOS REGISTRADOS"
           ELSE
               DISPLAY "INGRESE NUMERO DE PRESTAMO"
               ACCEPT w-pre-busca
               MOVE w-pre-busca TO pre-numero
               READ PRESTAMOS
                   INVALID KEY
                       DISPLAY "PRESTAMO INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 310-MUESTRO-PRESTAMO
               END-READ
               CLOSE PRESTAMOS
           END-IF.

       310-MUESTRO-PRESTAMO.
           DISPLAY lin-pre-encab.
           PERFORM 820-ARMO-LINEA-PRESTAMO.
           DISPLAY lin-pre.
           DISPLAY "OTORGADO " pre-fecha-otorgado " POR " pre-operador
               "  TNA " pre-tasa-anual "  SUCURSAL " pre-sucursal.
           IF pre-cuotas-atraso > ZERO THEN
               MOVE pre-importe-atraso TO w-importe-ed
               DISPLAY "CUOTAS EN ATRASO " pre-cuotas-atraso
                   "  IMPORTE " w-importe-ed "  DESDE " pre-fecha-mora
           END-IF.
           OPEN INPUT CUOTAS.
           IF w-cuo-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN CRONOGRAMA DE CUOTAS"
           ELSE
               DISPLAY lin-cuo-encab
               MOVE ZERO TO w-flag-fin-cuo
               MOVE pre-numero TO cuo-prestamo
               MOVE ZERO TO cuo-numero
               START CUOTAS KEY >= cuo-clave
                   INVALID KEY
                       MOVE 1 TO w-flag-fin-cuo
               END-START
               PERFORM UNTIL w-flag-fin-cuo IS EQUAL 1
                   READ CUOTAS NEXT
                       AT END
                           MOVE 1 TO w-flag-fin-cuo
                       NOT AT END
                           IF cuo-prestamo IS NOT EQUAL pre-numero
                               MOVE 1 TO w-flag-fin-cuo
                           ELSE
                               PERFORM 320-MUESTRO-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       320-MUESTRO-CUOTA.
           MOVE cuo-numero TO l-cuo-numero.
           MOVE cuo-vencimiento TO l-cuo-vencimiento.
           MOVE cuo-importe TO l-cuo-importe.
           MOVE cuo-interes TO l-cuo-interes.
           MOVE cuo-amortizacion TO l-cuo-amortizacion.
           MOVE cuo-saldo TO l-cuo-saldo.
           EVALUATE cuo-estado
               WHEN "E"
                   MOVE "EMITIDA" TO l-cuo-estado
               WHEN "C"
                   MOVE "COBRADA" TO l-cuo-estado
               WHEN "I"
                   MOVE "IMPAGA" TO l-cuo-estado
               WHEN OTHER
                   MOVE "A VENCER" TO l-cuo-estado
           END-EVALUATE.
           DISPLAY lin-cuo.

       400-PRESTAMOS-DEL-SOCIO.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status IS NOT EQUAL "00" THEN
               DISPLAY "NO HAY PRESTAMOS REGISTRADOS"
           ELSE
               DISPLAY "INGRESE NUMERO DE SOCIO"
               ACCEPT w-socio-pedido
               MOVE ZERO TO w-cont-prestamos
               DISPLAY lin-pre-encab
               MOVE ZERO TO w-flag-fin-pre
               MOVE ZERO TO pre-numero
               START PRESTAMOS KEY >= pre-numero
                   INVALID KEY
                       MOVE 1 TO w-flag-fin-pre
               END-START
               PERFORM UNTIL w-flag-fin-pre IS EQUAL 1
                   READ PRESTAMOS NEXT
                       AT END
                           MOVE 1 TO w-flag-fin-pre
                       NOT AT END
                           IF pre-socio IS EQUAL w-socio-pedido THEN
                               PERFORM 820-ARMO-LINEA-PRESTAMO
                               DISPLAY lin-pre
                               ADD 1 TO w-cont-prestamos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS
               DISPLAY "PRESTAMOS DEL SOCIO: " w-cont-prestamos
           END-IF.

       820-ARMO-LINEA-PRESTAMO.
           MOVE pre-numero TO l-pre-numero.
           MOVE pre-socio TO l-pre-socio.
           MOVE pre-capital TO l-pre-capital.
           MOVE pre-plazo TO l-pre-plazo.
           MOVE pre-cuota TO l-pre-cuota.
           MOVE pre-saldo-capital TO l-pre-saldo.
           EVALUATE pre-estado
               WHEN "P"
                   MOVE "A DESEMBOLSAR" TO l-pre-estado
               WHEN "V"
                   MOVE "VIGENTE" TO l-pre-estado
               WHEN "M"
                   MOVE "EN MORA" TO l-pre-estado
               WHEN "C"
                   MOVE "CANCELADO" TO l-pre-estado
               WHEN "R"
                   MOVE "DESEMB.RECHAZADO" TO l-pre-estado
               WHEN OTHER
                   MOVE pre-estado TO l-pre-estado
           END-EVALUATE.

      * Valida una fecha AAAAMMDD en w-fecha-valida, con bisiestos.
       850-VALIDO-FECHA.
           MOVE 1 TO w-flag-fecha-ok.
           IF w-fv-mm < 1 OR w-fv-mm > 12 OR w-fv-aaaa < 1900 THEN
               MOVE ZERO TO w-flag-fecha-ok
           ELSE
               MOVE w-fv-aaaa TO w-fvt-aaaa
               MOVE w-fv-mm TO w-fvt-mm
               PERFORM 870-ULTIMO-DIA-MES
               IF w-fv-dd < 1 OR w-fv-dd > w-ult-dia-mes THEN
                   MOVE ZERO TO w-flag-fecha-ok
               END-IF
           END-IF.
           IF w-flag-fecha-ok IS EQUAL ZERO THEN
               DISPLAY "FECHA INVALIDA: " w-fecha-valida
           END-IF.

      * Pone w-dia-vto en el anio y mes de w-fecha-vto, o el ultimo dia
      * si el mes es mas corto.
       860-AJUSTO-DIA.
           PERFORM 870-ULTIMO-DIA-MES.
           IF w-dia-vto > w-ult-dia-mes THEN
               MOVE w-ult-dia-mes TO w-fvt-dd
           ELSE
               MOVE w-dia-vto TO w-fvt-dd
           END-IF.

       870-ULTIMO-DIA-MES.
           MOVE w-dias-mes(w-fvt-mm) TO w-ult-dia-mes.
           IF w-fvt-mm IS EQUAL 2 THEN
               DIVIDE w-fvt-aaaa BY 4 GIVING w-cociente
                   REMAINDER w-resto-4
               DIVIDE w-fvt-aaaa BY 100 GIVING w-cociente
                   REMAINDER w-resto-100
               DIVIDE w-fvt-aaaa BY 400 GIVING w-cociente
                   REMAINDER w-resto-400
               IF w-resto-400 IS EQUAL ZERO OR
                  (w-resto-4 IS EQUAL ZERO AND
                   w-resto-100 IS NOT EQUAL ZERO) THEN
                   MOVE 29 TO w-ult-dia-mes
               END-IF
           END-IF.

           END PROGRAM Otorga_Prestamos.
