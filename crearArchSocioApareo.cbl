           ASSIGN TO DYNAMIC w-path-auditoria
           FILE STATUS IS w-audit-status.

           SELECT OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ope-codigo
           FILE STATUS IS w-ope-status.

           SELECT SOLICITUDES
           ASSIGN TO DYNAMIC w-path-solicitudes
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sol-numero
           FILE STATUS IS w-sol-status.

           SELECT DATOS-SOCIO
           ASSIGN TO DYNAMIC w-path-datos-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dat-socio
           FILE STATUS IS w-dat-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 ope-nombre pic x(20).
           03 ope-rol pic x.
           03 ope-clave pic x(8).
           03 ope-estado pic x.
           03 ope-intentos pic 9.
           03 ope-fecha-alta pic 9(8).

      * Cambio de saldo (S), limite (L), estado (E) o baja (B)
      * cargado por un operador y pendiente de que otro supervisor lo
      * autorice. Situacion: P pendiente, A aprobada, R rechazada.
      * Para S y L los valores van en importe-ant/nuevo, para E en
      * estado-ant/nuevo; la baja solo se pide con saldo cero.
       FD  SOLICITUDES.
       01  sol-reg.
           03 sol-numero pic 9(6).
           03 sol-socio pic 9(4).
           03 sol-tipo pic x.
           03 sol-importe-ant pic s9(8)v99.
           03 sol-importe-nuevo pic s9(8)v99.
           03 sol-estado-ant pic x.
           03 sol-estado-nuevo pic x.
           03 sol-fecha pic 9(8).
           03 sol-operador pic x(8).
           03 sol-situacion pic x.
           03 sol-autorizo pic x(8).
           03 sol-fecha-resol pic 9(8).
           03 sol-motivo pic x(30).

      * Datos personales, uno por socio. Documento: DNI, CUIT, CUIL o
      * PAS. Extracto-papel S si el socio recibe el extracto impreso.
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

       FD  PARAMETROS.
       01  param-reg.
       01  w-cant-bajas pic 9(5) value zero.
       01  tabla-bajas.
           03 w-baja-soc pic 9(4) occurs 10000 times.
       01  w-ope-status pic xx.
       01  w-sol-status pic xx.
       01  w-path-operadores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archOperadores.dat".
       01  w-path-solicitudes pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSolicitudes.dat".
       01  w-flag-ope-ok pic 9 value zero.
       01  w-cont-intentos pic 9 value zero.
       01  w-ope-ingresado pic x(8) value spaces.
       01  w-clave-ingresada pic x(8) value spaces.
       01  w-operador pic x(8) value spaces.
       01  w-rol-operador pic x value space.
       01  w-nombre-operador pic x(20) value spaces.
       01  w-saldo-nuevo pic s9(8)v99 value zero.
       01  w-limite-nuevo pic 9(6)v99 value zero.
       01  w-sol-tipo pic x value space.
       01  w-sol-ant pic s9(8)v99 value zero.
       01  w-sol-nuevo pic s9(8)v99 value zero.
       01  w-sol-estado-ant pic x value space.
       01  w-sol-estado-nuevo pic x value space.
       01  w-ult-solicitud pic 9(6) value zero.
       01  w-sol-duplicada pic 9(6) value zero.
       01  w-flag-fin-sol pic 9 value zero.
       01  w-flag-sol-ok pic 9 value zero.
       01  w-resp-autoriza pic x value space.
       01  w-motivo-rechazo pic x(30) value spaces.
       01  w-cont-aprobadas pic 9(4) value zero.
       01  w-cont-rechazadas pic 9(4) value zero.
       01  w-cont-propias pic 9(4) value zero.
       01  w-cont-pendientes pic 9(4) value zero.
       01  w-audit-ant pic s9(8)v99 value zero.
       01  w-audit-nuevo pic s9(8)v99 value zero.
       01  w-audit-operador pic x(8) value spaces.
       01  w-audit-autorizo pic x(8) value spaces.

       01  w-dat-status pic xx.
       01  w-path-datos-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archDatosSocios.dat".
       01  w-flag-dat-existe pic 9 value zero.
       01  w-flag-dat-alta pic 9 value zero.
       01  w-flag-doc-ok pic 9 value zero.
       01  w-flag-fecha-ok pic 9 value zero.
       01  w-flag-fin-dat pic 9 value zero.
       01  w-ing-texto pic x(30) value spaces.
       01  w-ing-nro-doc pic 9(11) value zero.
       01  w-ing-fecha pic 9(8) value zero.
       01  w-ing-fecha-d redefines w-ing-fecha.
           03 w-ing-aaaa pic 9(4).
           03 w-ing-mm pic 9(2).
           03 w-ing-dd pic 9(2).
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-ult-dia-mes pic 9(2) value zero.
       01  w-cociente pic 9(4) value zero.
       01  w-resto-4 pic 9(4) value zero.
       01  w-resto-100 pic 9(4) value zero.
       01  w-resto-400 pic 9(4) value zero.
       01  tabla-dias-mes-x pic x(24)
           value "312831303130313130313031".
       01  tabla-dias-mes redefines tabla-dias-mes-x.
           03 w-dias-mes pic 9(2) occurs 12 times.
       01  w-dat-guarda pic x(129) value spaces.
       01  w-socio-duplicado pic 9(4) value zero.
       01  w-clave-persona pic 9(11) value zero.
       01  w-clave-clase pic x value space.
       01  w-clave-propia pic 9(11) value zero.
       01  w-clase-propia pic x value space.
       01  w-cont-datos-pend pic 9(4) value zero.
       01  w-cuit pic 9(11) value zero.
       01  w-cuit-d redefines w-cuit.
           03 w-cuit-prefijo pic 9(2).
           03 w-cuit-dni pic 9(8).
           03 w-cuit-verificador pic 9.
       01  w-cuit-digitos redefines w-cuit.
           03 w-cuit-digito pic 9 occurs 11 times.
       01  w-pesos-cuit-val pic x(10) value "5432765432".
       01  w-pesos-cuit redefines w-pesos-cuit-val.
           03 w-peso-cuit pic 9 occurs 10 times.
       01  idx-cuit pic 9(2) value zero.
       01  w-suma-cuit pic 9(4) value zero.
       01  w-coc-cuit pic 9(4) value zero.
       01  w-resto-cuit pic 9(2) value zero.
       01  w-dv-calculado pic 9(2) value zero.

       01  lin-sol-encab.
           03 filler pic x(8) value "NUMERO".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(2) value "T".
           03 filler pic x(15) value "   VALOR ACTUAL".
           03 filler pic x(15) value "    VALOR NUEVO".
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "FECHA".
           03 filler pic x(8) value "OPERADOR".
       01  lin-sol.
           03 l-sol-numero pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-sol-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-sol-tipo pic x.
           03 filler pic x value space.
           03 l-sol-ant pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 l-sol-nuevo pic zz.zzz.zz9,99-.
           03 filler pic x(3) value spaces.
           03 l-sol-fecha pic 9(8).
           03 filler pic x value space.
           03 l-sol-operador pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGO-PARAMETROS.
           PERFORM 080-IDENTIFICO-OPERADOR.
           PERFORM 900-MENU-PRINCIPAL.
           STOP RUN.

                   MOVE param-valor TO w-path-socios-act
               WHEN "PATH-AUDITORIA"
                   MOVE param-valor TO w-path-auditoria
               WHEN "PATH-OPERADORES"
                   MOVE param-valor TO w-path-operadores
               WHEN "PATH-SOLICITUDES"
                   MOVE param-valor TO w-path-solicitudes
               WHEN "PATH-DATOS-SOCIOS"
                   MOVE param-valor TO w-path-datos-socios
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   CONTINUE
           END-EVALUATE.

      * Identificacion del operador contra el archivo de operadores
      * que mantiene Mant_Operadores: tres intentos, y tres claves
      * erroneas seguidas bloquean al operador.
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
           PERFORM UNTIL w-opcion IS EQUAL "5"
               EVALUATE w-opcion
                   WHEN "1"
                       IF w-rol-operador IS NOT EQUAL "S"
                           PERFORM 920-SIN-PERMISO
                       ELSE
                           PERFORM 100-INICIO
                           IF w-flag-carga-ok IS EQUAL 1
                               PERFORM 200-ING-SOCIOS
                               PERFORM UNTIL soc-soc = 0
                                   PERFORM 300-INGRESO-CODIGO
                                   PERFORM 400-PROCESO
                                   PERFORM 200-ING-SOCIOS
                               END-PERFORM
                               PERFORM 500-FIN
                           END-IF
                       END-IF
                   WHEN "2"
                       PERFORM 800-MANTENIMIENTO-SOCIO
                   WHEN "3"
                       IF w-rol-operador IS EQUAL "A"
                           PERFORM 920-SIN-PERMISO
                       ELSE
                           PERFORM 870-EXTRAIGO-SECUENCIAL
                       END-IF
                   WHEN "4"
                       IF w-rol-operador IS EQUAL "A"
                           PERFORM 920-SIN-PERMISO
                       ELSE
                           PERFORM 890-CARGO-DESDE-ACT
                       END-IF
                   WHEN "6"
                       IF w-rol-operador IS EQUAL "S"
                           PERFORM 750-AUTORIZO-SOLICITUDES
                       ELSE
                           PERFORM 920-SIN-PERMISO
                       END-IF
                   WHEN "7"
                       PERFORM 790-LISTO-PENDIENTES
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

       910-MUESTRO-MENU.
           DISPLAY "1 - INGRESAR NUEVOS SOCIOS (GENERA ARCHIVO NUEVO, "
               "SUPERVISOR)".
           DISPLAY "2 - BUSCAR / MODIFICAR / DAR DE BAJA UN SOCIO".
           DISPLAY "3 - GENERAR EXTRACCION SECUENCIAL PARA EL APAREO".
           DISPLAY "4 - ACTUALIZAR MAESTRO DESDE SOCIOS ACTUALIZADO".
           DISPLAY "6 - AUTORIZAR CAMBIOS PENDIENTES (SUPERVISOR)".
           DISPLAY "7 - LISTAR CAMBIOS PENDIENTES DE AUTORIZACION".
           DISPLAY "5 - SALIR".
           DISPLAY "INGRESE OPCION".
           ACCEPT w-opcion.

       920-SIN-PERMISO.
           DISPLAY "OPCION NO HABILITADA PARA EL OPERADOR " w-operador.

       100-INICIO.
           DISPLAY "PROGRAMA PARA GRABAR ARCHIVO SOCIOS".
           MOVE 1 TO w-flag-carga-ok.
       320-ING-NOMBRE.
           DISPLAY "INGRESE NOMBRE DEL SOCIO".
           ACCEPT soc-nombre.
      * El socio se da de alta con saldo y limite cero. El saldo y
      * el limite iniciales quedan como solicitudes pendientes, que
      * graba en el maestro la autorizacion de otro supervisor.
       400-PROCESO.
           PERFORM 410-PIDO-SALDO.
           PERFORM UNTIL w-saldo-nuevo >= ZERO
               DISPLAY "ERROR: EL SALDO NO PUEDE SER NEGATIVO"
               PERFORM 410-PIDO-SALDO
           END-PERFORM.
           PERFORM 420-PIDO-LIMITE.
           MOVE soc-soc TO w-soc-busca.
           MOVE ZERO TO soc-saldo.
           MOVE ZERO TO soc-limite.
           MOVE "A" TO soc-estado.
           WRITE soc-reg.
           MOVE w-soc-busca TO soc-soc.
           COMPUTE w-idx-existe = soc-soc + 1.
           MOVE 1 TO w-existe-tabla(w-idx-existe).
           MOVE "A" TO w-mov-audit.
           MOVE ZERO TO w-audit-ant.
           MOVE ZERO TO w-audit-nuevo.
           MOVE w-operador TO w-audit-operador.
           MOVE SPACES TO w-audit-autorizo.
           PERFORM 857-GRABO-AUDITORIA.
           PERFORM 430-SOLICITO-INICIALES.
           PERFORM 600-ALTA-DATOS-SOCIO.
       410-PIDO-SALDO.
           DISPLAY "INGRESE SALDO INICIAL (QUEDA PENDIENTE DE "
               "AUTORIZACION)".
           ACCEPT w-saldo-nuevo.
       420-PIDO-LIMITE.
           DISPLAY "INGRESE LIMITE DE DESCUBIERTO (0 SI NO TIENE)".
           ACCEPT w-limite-nuevo.
       430-SOLICITO-INICIALES.
           MOVE "A" TO w-sol-estado-ant.
           MOVE "A" TO w-sol-estado-nuevo.
           IF w-saldo-nuevo > ZERO
               MOVE "S" TO w-sol-tipo
               MOVE ZERO TO w-sol-ant
               MOVE w-saldo-nuevo TO w-sol-nuevo
               PERFORM 700-GRABO-SOLICITUD
           END-IF.
           IF w-limite-nuevo > ZERO
               MOVE "L" TO w-sol-tipo
               MOVE ZERO TO w-sol-ant
               MOVE w-limite-nuevo TO w-sol-nuevo
               PERFORM 700-GRABO-SOLICITUD
           END-IF.

       500-FIN.
           CLOSE SOCIOS.

      * Alta de una solicitud pendiente con los datos dejados en
      * w-sol-*. Se rechaza si el socio ya tiene otra pendiente del
      * mismo tipo.
       700-GRABO-SOLICITUD.
           PERFORM 705-ABRO-SOLICITUDES.
           IF w-sol-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR SOLICITUDES, ESTADO "
                   w-sol-status ", CAMBIO NO REGISTRADO"
           ELSE
               PERFORM 710-RECORRO-SOLICITUDES
               IF w-sol-duplicada > ZERO THEN
                   DISPLAY "YA EXISTE LA SOLICITUD PENDIENTE "
                       w-sol-duplicada " PARA ESTE SOCIO"
               ELSE
                   MOVE SPACES TO sol-reg
                   ADD 1 TO w-ult-solicitud
                   MOVE w-ult-solicitud TO sol-numero
                   MOVE soc-soc TO sol-socio
                   MOVE w-sol-tipo TO sol-tipo
                   MOVE w-sol-ant TO sol-importe-ant
                   MOVE w-sol-nuevo TO sol-importe-nuevo
                   MOVE w-sol-estado-ant TO sol-estado-ant
                   MOVE w-sol-estado-nuevo TO sol-estado-nuevo
                   IF w-fecha-proceso > ZERO THEN
                       MOVE w-fecha-proceso TO sol-fecha
                   ELSE
                       ACCEPT sol-fecha FROM DATE YYYYMMDD
                   END-IF
                   MOVE w-operador TO sol-operador
                   MOVE "P" TO sol-situacion
                   MOVE ZERO TO sol-fecha-resol
                   WRITE sol-reg
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA SOLICITUD, "
                               "ESTADO " w-sol-status
                       NOT INVALID KEY
                           DISPLAY "SOLICITUD " sol-numero
                               " PENDIENTE DE AUTORIZACION"
                   END-WRITE
               END-IF
               CLOSE SOLICITUDES
           END-IF.

       705-ABRO-SOLICITUDES.
           OPEN I-O SOLICITUDES.
           IF w-sol-status IS EQUAL "35" THEN
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES
           END-IF.

      * Deja el ultimo numero usado y, si el socio ya tiene una
      * solicitud pendiente del mismo tipo, su numero.
       710-RECORRO-SOLICITUDES.
           MOVE ZERO TO w-ult-solicitud.
           MOVE ZERO TO w-sol-duplicada.
           MOVE ZERO TO w-flag-fin-sol.
           MOVE ZERO TO sol-numero.
           START SOLICITUDES KEY IS >= sol-numero
               INVALID KEY MOVE 1 TO w-flag-fin-sol
           END-START.
           PERFORM UNTIL w-flag-fin-sol IS EQUAL 1
               READ SOLICITUDES NEXT RECORD
                   AT END
                       MOVE 1 TO w-flag-fin-sol
                   NOT AT END
                       MOVE sol-numero TO w-ult-solicitud
                       IF sol-situacion IS EQUAL "P" AND
                          sol-socio IS EQUAL soc-soc AND
                          sol-tipo IS EQUAL w-sol-tipo THEN
                           MOVE sol-numero TO w-sol-duplicada
                       END-IF
               END-READ
           END-PERFORM.

      * Pantalla de autorizacion. Recorre las solicitudes pendientes
      * que no cargo el operador actual; cada una se aprueba (recien
      * ahi se graba en el maestro y en auditoria), se rechaza o se
      * saltea.
       750-AUTORIZO-SOLICITUDES.
           MOVE ZERO TO w-cont-aprobadas.
           MOVE ZERO TO w-cont-rechazadas.
           MOVE ZERO TO w-cont-propias.
           MOVE ZERO TO w-cont-pendientes.
           OPEN I-O SOLICITUDES.
           IF w-sol-status IS NOT EQUAL "00" THEN
               DISPLAY "NO HAY SOLICITUDES CARGADAS"
           ELSE
               OPEN I-O SOCIOS
               IF w-soc-status IS NOT EQUAL "00" THEN
                   DISPLAY "NO EXISTE ARCHIVO DE SOCIOS"
               ELSE
                   MOVE ZERO TO w-flag-fin-sol
                   MOVE ZERO TO sol-numero
                   START SOLICITUDES KEY IS >= sol-numero
                       INVALID KEY MOVE 1 TO w-flag-fin-sol
                   END-START
                   PERFORM UNTIL w-flag-fin-sol IS EQUAL 1
                       READ SOLICITUDES NEXT RECORD
                           AT END
                               MOVE 1 TO w-flag-fin-sol
                           NOT AT END
                               PERFORM 755-SELECCIONO-SOLICITUD
                       END-READ
                   END-PERFORM
                   CLOSE SOCIOS
               END-IF
               CLOSE SOLICITUDES
               DISPLAY "SOLICITUDES APROBADAS : " w-cont-aprobadas
               DISPLAY "SOLICITUDES RECHAZADAS: " w-cont-rechazadas
               DISPLAY "QUEDAN PENDIENTES     : " w-cont-pendientes
               DISPLAY "PROPIAS NO AUTORIZABLES: " w-cont-propias
           END-IF.

       755-SELECCIONO-SOLICITUD.
           IF sol-situacion IS EQUAL "P" THEN
               IF sol-operador IS EQUAL w-operador THEN
                   ADD 1 TO w-cont-propias
                   ADD 1 TO w-cont-pendientes
               ELSE
                   PERFORM 760-PROCESO-SOLICITUD
               END-IF
           END-IF.

       760-PROCESO-SOLICITUD.
           PERFORM 765-MUESTRO-SOLICITUD.
           DISPLAY "A-APROBAR  R-RECHAZAR  S-SALTEAR".
           ACCEPT w-resp-autoriza.
           EVALUATE w-resp-autoriza
               WHEN "A"
               WHEN "a"
                   PERFORM 770-APRUEBO-SOLICITUD
               WHEN "R"
               WHEN "r"
                   DISPLAY "INGRESE MOTIVO DEL RECHAZO"
                   MOVE SPACES TO w-motivo-rechazo
                   ACCEPT w-motivo-rechazo
                   PERFORM 780-RECHAZO-SOLICITUD
               WHEN OTHER
                   ADD 1 TO w-cont-pendientes
           END-EVALUATE.

       765-MUESTRO-SOLICITUD.
           DISPLAY "SOLICITUD " sol-numero " DEL " sol-fecha
               " CARGADA POR " sol-operador.
           MOVE sol-socio TO soc-soc.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO " sol-socio " INEXISTENTE"
               NOT INVALID KEY
                   PERFORM 830-MUESTRO-SOCIO
           END-READ.
           EVALUATE sol-tipo
               WHEN "S"
                   DISPLAY "CAMBIO DE SALDO : " sol-importe-ant
                       " A " sol-importe-nuevo
               WHEN "L"
                   DISPLAY "CAMBIO DE LIMITE: " sol-importe-ant
                       " A " sol-importe-nuevo
               WHEN "B"
                   DISPLAY "BAJA DEL SOCIO"
               WHEN OTHER
                   DISPLAY "CAMBIO DE ESTADO: " sol-estado-ant
                       " A " sol-estado-nuevo
           END-EVALUATE.

      * Antes de aplicar se controla que el dato del maestro siga
      * siendo el que vio el operador al cargar la solicitud.
       770-APRUEBO-SOLICITUD.
           MOVE 1 TO w-flag-sol-ok.
           MOVE SPACES TO w-motivo-rechazo.
           MOVE sol-socio TO soc-soc.
           READ SOCIOS
               INVALID KEY
                   MOVE ZERO TO w-flag-sol-ok
                   MOVE "SOCIO INEXISTENTE" TO w-motivo-rechazo
           END-READ.
           IF w-flag-sol-ok IS EQUAL 1 THEN
               PERFORM 775-APLICO-SOLICITUD
           END-IF.
           IF w-flag-sol-ok IS EQUAL 1 AND sol-tipo IS EQUAL "B" THEN
               DELETE SOCIOS RECORD
                   INVALID KEY
                       MOVE ZERO TO w-flag-sol-ok
                       MOVE "ERROR AL ELIMINAR EL SOCIO"
                           TO w-motivo-rechazo
               END-DELETE
               MOVE sol-socio TO soc-soc
           END-IF.
           IF w-flag-sol-ok IS EQUAL 1 AND
              sol-tipo IS NOT EQUAL "B" THEN
               REWRITE soc-reg
                   INVALID KEY
                       MOVE ZERO TO w-flag-sol-ok
                       MOVE "ERROR AL GRABAR EL SOCIO"
                           TO w-motivo-rechazo
               END-REWRITE
           END-IF.
           IF w-flag-sol-ok IS EQUAL 1 THEN
               MOVE sol-operador TO w-audit-operador
               MOVE w-operador TO w-audit-autorizo
               PERFORM 857-GRABO-AUDITORIA
               MOVE "A" TO sol-situacion
               PERFORM 785-CIERRO-SOLICITUD
               ADD 1 TO w-cont-aprobadas
               DISPLAY "SOLICITUD APROBADA Y APLICADA"
           ELSE
               DISPLAY "NO SE PUEDE APLICAR: " w-motivo-rechazo
               PERFORM 780-RECHAZO-SOLICITUD
           END-IF.

       775-APLICO-SOLICITUD.
           MOVE soc-saldo TO w-audit-ant.
           MOVE soc-saldo TO w-audit-nuevo.
           EVALUATE sol-tipo
               WHEN "S"
                   COMPUTE w-limite-negativo = ZERO - soc-limite
                   IF soc-saldo IS NOT EQUAL sol-importe-ant THEN
                       MOVE ZERO TO w-flag-sol-ok
                   ELSE
                       IF sol-importe-nuevo < w-limite-negativo THEN
                           MOVE ZERO TO w-flag-sol-ok
                           MOVE "SALDO SUPERA EL DESCUBIERTO"
                               TO w-motivo-rechazo
                       ELSE
                           MOVE sol-importe-nuevo TO soc-saldo
                           MOVE soc-saldo TO w-audit-nuevo
                           MOVE "M" TO w-mov-audit
                       END-IF
                   END-IF
               WHEN "L"
                   IF soc-limite IS NOT EQUAL sol-importe-ant THEN
                       MOVE ZERO TO w-flag-sol-ok
                   ELSE
                       MOVE sol-importe-nuevo TO soc-limite
                       MOVE "L" TO w-mov-audit
                   END-IF
               WHEN "B"
                   IF soc-estado IS NOT EQUAL sol-estado-ant THEN
                       MOVE ZERO TO w-flag-sol-ok
                   ELSE
                       IF soc-saldo IS NOT EQUAL ZERO THEN
                           MOVE ZERO TO w-flag-sol-ok
                           MOVE "EL SALDO YA NO ES CERO"
                               TO w-motivo-rechazo
                       ELSE
                           MOVE "B" TO w-mov-audit
                       END-IF
                   END-IF
               WHEN OTHER
                   IF soc-estado IS NOT EQUAL sol-estado-ant THEN
                       MOVE ZERO TO w-flag-sol-ok
                   ELSE
                       MOVE sol-estado-nuevo TO soc-estado
                       MOVE "E" TO w-mov-audit
                   END-IF
           END-EVALUATE.
           IF w-flag-sol-ok IS EQUAL ZERO AND
              w-motivo-rechazo IS EQUAL SPACES THEN
               MOVE "DATO MODIFICADO DESDE LA SOLICITUD"
                   TO w-motivo-rechazo
           END-IF.

       780-RECHAZO-SOLICITUD.
           MOVE "R" TO sol-situacion.
           MOVE w-motivo-rechazo TO sol-motivo.
           PERFORM 785-CIERRO-SOLICITUD.
           ADD 1 TO w-cont-rechazadas.

       785-CIERRO-SOLICITUD.
           MOVE w-operador TO sol-autorizo.
           IF w-fecha-proceso > ZERO THEN
               MOVE w-fecha-proceso TO sol-fecha-resol
           ELSE
               ACCEPT sol-fecha-resol FROM DATE YYYYMMDD
           END-IF.
           REWRITE sol-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA SOLICITUD "
                       sol-numero
           END-REWRITE.

       790-LISTO-PENDIENTES.
           MOVE ZERO TO w-cont-pendientes.
           OPEN INPUT SOLICITUDES.
           IF w-sol-status IS NOT EQUAL "00" THEN
               DISPLAY "NO HAY SOLICITUDES CARGADAS"
           ELSE
               DISPLAY lin-sol-encab
               MOVE ZERO TO w-flag-fin-sol
               PERFORM UNTIL w-flag-fin-sol IS EQUAL 1
                   READ SOLICITUDES NEXT RECORD
                       AT END
                           MOVE 1 TO w-flag-fin-sol
                       NOT AT END
                           IF sol-situacion IS EQUAL "P" THEN
                               PERFORM 795-MUESTRO-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOLICITUDES
               DISPLAY "TOTAL PENDIENTES: " w-cont-pendientes
           END-IF.

       795-MUESTRO-PENDIENTE.
           ADD 1 TO w-cont-pendientes.
           MOVE sol-numero TO l-sol-numero.
           MOVE sol-socio TO l-sol-socio.
           MOVE sol-tipo TO l-sol-tipo.
           IF sol-tipo IS EQUAL "E" THEN
               MOVE ZERO TO l-sol-ant
               MOVE ZERO TO l-sol-nuevo
               DISPLAY "ESTADO " sol-estado-ant " A " sol-estado-nuevo
           ELSE
               MOVE sol-importe-ant TO l-sol-ant
               MOVE sol-importe-nuevo TO l-sol-nuevo
           END-IF.
           MOVE sol-fecha TO l-sol-fecha.
           MOVE sol-operador TO l-sol-operador.
           DISPLAY lin-sol.

      * Datos personales del socio (archDatosSocios.dat). Se cargan en
      * el alta y se corrigen con la opcion D del mantenimiento. El
      * documento se valida (digito verificador de CUIT/CUIL) y no
      * puede pertenecer a otro socio.
       600-ALTA-DATOS-SOCIO.
           PERFORM 605-ABRO-DATOS.
           IF w-dat-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR DATOS DE SOCIOS, ESTADO "
                   w-dat-status ", CARGUELOS CON LA OPCION 2"
           ELSE
               MOVE soc-soc TO dat-socio
               MOVE 1 TO w-flag-dat-existe
               READ DATOS-SOCIO
                   INVALID KEY MOVE ZERO TO w-flag-dat-existe
               END-READ
               MOVE SPACES TO dat-reg
               MOVE soc-soc TO dat-socio
               MOVE ZERO TO dat-nro-doc
               MOVE ZERO TO dat-fecha-nac
               MOVE "N" TO dat-extracto-papel
               IF w-fecha-proceso > ZERO THEN
                   MOVE w-fecha-proceso TO dat-fecha-alta
               ELSE
                   ACCEPT dat-fecha-alta FROM DATE YYYYMMDD
               END-IF
               MOVE 1 TO w-flag-dat-alta
               PERFORM 610-PIDO-DATOS
               PERFORM 650-GRABO-DATOS
               CLOSE DATOS-SOCIO
           END-IF.

       605-ABRO-DATOS.
           OPEN I-O DATOS-SOCIO.
           IF w-dat-status IS EQUAL "35" THEN
               OPEN OUTPUT DATOS-SOCIO
               CLOSE DATOS-SOCIO
               OPEN I-O DATOS-SOCIO
           END-IF.

       610-PIDO-DATOS.
           MOVE ZERO TO w-flag-doc-ok.
           PERFORM UNTIL w-flag-doc-ok IS EQUAL 1
               PERFORM 612-PIDO-DOCUMENTO
               PERFORM 630-VALIDO-DOCUMENTO
           END-PERFORM.
           PERFORM 614-PIDO-DOMICILIO.
           PERFORM UNTIL dat-domicilio IS NOT EQUAL SPACES
               DISPLAY "ERROR: EL DOMICILIO ES OBLIGATORIO"
               PERFORM 614-PIDO-DOMICILIO
           END-PERFORM.
           DISPLAY "LOCALIDAD [" dat-localidad "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-localidad
           END-IF.
           DISPLAY "CODIGO POSTAL [" dat-cod-postal "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-cod-postal
           END-IF.
           DISPLAY "PROVINCIA [" dat-provincia "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-provincia
           END-IF.
           DISPLAY "TELEFONO [" dat-telefono "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-telefono
           END-IF.
           MOVE ZERO TO w-flag-fecha-ok.
           PERFORM UNTIL w-flag-fecha-ok IS EQUAL 1
               PERFORM 616-PIDO-FECHA-NAC
           END-PERFORM.
           DISPLAY "RECIBE EXTRACTO IMPRESO POR CORREO (S/N) ["
               dat-extracto-papel "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto(1:1) IS EQUAL "S" OR
              w-ing-texto(1:1) IS EQUAL "s"
               MOVE "S" TO dat-extracto-papel
           END-IF.
           IF w-ing-texto(1:1) IS EQUAL "N" OR
              w-ing-texto(1:1) IS EQUAL "n"
               MOVE "N" TO dat-extracto-papel
           END-IF.

       612-PIDO-DOCUMENTO.
           DISPLAY "TIPO DE DOCUMENTO DNI/CUIT/CUIL/PAS ["
               dat-tipo-doc "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-tipo-doc
           END-IF.
           DISPLAY "NUMERO DE DOCUMENTO, SIN GUIONES [" dat-nro-doc
               "] (0 = NO MODIFICAR)".
           MOVE ZERO TO w-ing-nro-doc.
           ACCEPT w-ing-nro-doc.
           IF w-ing-nro-doc IS NOT EQUAL ZERO
               MOVE w-ing-nro-doc TO dat-nro-doc
           END-IF.

       614-PIDO-DOMICILIO.
           DISPLAY "DOMICILIO (CALLE Y NUMERO) [" dat-domicilio "]".
           MOVE SPACES TO w-ing-texto.
           ACCEPT w-ing-texto.
           IF w-ing-texto IS NOT EQUAL SPACES
               MOVE w-ing-texto TO dat-domicilio
           END-IF.

       616-PIDO-FECHA-NAC.
           MOVE 1 TO w-flag-fecha-ok.
           DISPLAY "FECHA DE NACIMIENTO AAAAMMDD [" dat-fecha-nac
               "] (0 = NO MODIFICAR)".
           MOVE ZERO TO w-ing-fecha.
           ACCEPT w-ing-fecha.
           IF w-ing-fecha IS NOT EQUAL ZERO
               PERFORM 618-VALIDO-FECHA
               IF w-flag-fecha-ok IS EQUAL ZERO OR
                  w-ing-fecha > dat-fecha-alta
                   DISPLAY "ERROR: FECHA DE NACIMIENTO INVALIDA"
                   MOVE ZERO TO w-flag-fecha-ok
               ELSE
                   MOVE w-ing-fecha TO dat-fecha-nac
               END-IF
           END-IF.

      * Valida una fecha AAAAMMDD en w-ing-fecha, con bisiestos.
       618-VALIDO-FECHA.
           MOVE 1 TO w-flag-fecha-ok.
           IF w-ing-mm < 1 OR w-ing-mm > 12 OR w-ing-aaaa < 1900 THEN
               MOVE ZERO TO w-flag-fecha-ok
           ELSE
               MOVE w-dias-mes(w-ing-mm) TO w-ult-dia-mes
               IF w-ing-mm IS EQUAL 2 THEN
                   DIVIDE w-ing-aaaa BY 4 GIVING w-cociente
                       REMAINDER w-resto-4
                   DIVIDE w-ing-aaaa BY 100 GIVING w-cociente
                       REMAINDER w-resto-100
                   DIVIDE w-ing-aaaa BY 400 GIVING w-cociente
                       REMAINDER w-resto-400
                   IF w-resto-400 IS EQUAL ZERO OR
                      (w-resto-4 IS EQUAL ZERO AND
                       w-resto-100 IS NOT EQUAL ZERO) THEN
                       MOVE 29 TO w-ult-dia-mes
                   END-IF
               END-IF
               IF w-ing-dd < 1 OR w-ing-dd > w-ult-dia-mes THEN
                   MOVE ZERO TO w-flag-fecha-ok
               END-IF
           END-IF.

       620-MODIFICO-DATOS-SOCIO.
           PERFORM 605-ABRO-DATOS.
           IF w-dat-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR DATOS DE SOCIOS, ESTADO "
                   w-dat-status
           ELSE
               MOVE soc-soc TO dat-socio
               MOVE 1 TO w-flag-dat-existe
               READ DATOS-SOCIO
                   INVALID KEY MOVE ZERO TO w-flag-dat-existe
               END-READ
               IF w-flag-dat-existe IS EQUAL 1 THEN
                   MOVE ZERO TO w-flag-dat-alta
               ELSE
                   DISPLAY "EL SOCIO NO TIENE DATOS PERSONALES CARGADOS"
                   PERFORM 625-INICIO-DATOS-SIN-ALTA
               END-IF
               PERFORM 610-PIDO-DATOS
               PERFORM 650-GRABO-DATOS
               CLOSE DATOS-SOCIO
           END-IF.

      * Socio anterior al archivo de datos: la fecha de alta se pide
      * hasta que sea valida y no posterior a la fecha de proceso.
       625-INICIO-DATOS-SIN-ALTA.
           MOVE SPACES TO dat-reg.
           MOVE soc-soc TO dat-socio.
           MOVE ZERO TO dat-nro-doc.
           MOVE ZERO TO dat-fecha-nac.
           MOVE "N" TO dat-extracto-papel.
           MOVE 1 TO w-flag-dat-alta.
           IF w-fecha-proceso > ZERO THEN
               MOVE w-fecha-proceso TO w-fecha-hoy
           ELSE
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO w-flag-fecha-ok.
           PERFORM UNTIL w-flag-fecha-ok IS EQUAL 1
               PERFORM 626-PIDO-FECHA-ALTA
           END-PERFORM.
           DISPLAY "FECHA DE ALTA: " dat-fecha-alta.

       626-PIDO-FECHA-ALTA.
           DISPLAY "FECHA DE ALTA DEL SOCIO AAAAMMDD (0 = HOY)".
           MOVE ZERO TO w-ing-fecha.
           ACCEPT w-ing-fecha.
           IF w-ing-fecha IS EQUAL ZERO
               MOVE w-fecha-hoy TO w-ing-fecha
           END-IF.
           PERFORM 618-VALIDO-FECHA.
           IF w-flag-fecha-ok IS EQUAL ZERO OR
              w-ing-fecha > w-fecha-hoy
               DISPLAY "ERROR: FECHA DE ALTA INVALIDA O POSTERIOR A "
                   "LA FECHA DE PROCESO"
               MOVE ZERO TO w-flag-fecha-ok
           ELSE
               MOVE w-ing-fecha TO dat-fecha-alta
           END-IF.

       630-VALIDO-DOCUMENTO.
           MOVE 1 TO w-flag-doc-ok.
           EVALUATE dat-tipo-doc
               WHEN "DNI "
                   IF dat-nro-doc < 1000000 OR
                      dat-nro-doc > 99999999
                       DISPLAY "ERROR: EL DNI DEBE TENER 7 U 8 DIGITOS"
                       MOVE ZERO TO w-flag-doc-ok
                   END-IF
               WHEN "CUIT"
               WHEN "CUIL"
                   PERFORM 632-VALIDO-CUIT
               WHEN "PAS "
                   IF dat-nro-doc IS EQUAL ZERO
                       DISPLAY "ERROR: FALTA EL NUMERO DE PASAPORTE"
                       MOVE ZERO TO w-flag-doc-ok
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: TIPO DE DOCUMENTO INVALIDO"
                   MOVE ZERO TO w-flag-doc-ok
           END-EVALUATE.
           IF w-flag-doc-ok IS EQUAL 1 THEN
               PERFORM 640-BUSCO-DOC-DUPLICADO
           END-IF.

      * Modulo 11 con pesos 5432765432 sobre los diez primeros
      * digitos; resto 0 da verificador 0 y resto 1 no es valido.
       632-VALIDO-CUIT.
           MOVE dat-nro-doc TO w-cuit.
           IF w-cuit-prefijo IS NOT EQUAL 20 AND
              w-cuit-prefijo IS NOT EQUAL 23 AND
              w-cuit-prefijo IS NOT EQUAL 24 AND
              w-cuit-prefijo IS NOT EQUAL 27 AND
              w-cuit-prefijo IS NOT EQUAL 30 AND
              w-cuit-prefijo IS NOT EQUAL 33 AND
              w-cuit-prefijo IS NOT EQUAL 34
               DISPLAY "ERROR: PREFIJO DE CUIT/CUIL INVALIDO"
               MOVE ZERO TO w-flag-doc-ok
           ELSE
               MOVE ZERO TO w-suma-cuit
               MOVE 1 TO idx-cuit
               PERFORM UNTIL idx-cuit > 10
                   COMPUTE w-suma-cuit = w-suma-cuit +
                       w-cuit-digito(idx-cuit) * w-peso-cuit(idx-cuit)
                   ADD 1 TO idx-cuit
               END-PERFORM
               DIVIDE w-suma-cuit BY 11 GIVING w-coc-cuit
                   REMAINDER w-resto-cuit
               EVALUATE w-resto-cuit
                   WHEN 0
                       MOVE ZERO TO w-dv-calculado
                   WHEN 1
                       MOVE 99 TO w-dv-calculado
                   WHEN OTHER
                       COMPUTE w-dv-calculado = 11 - w-resto-cuit
               END-EVALUATE
               IF w-dv-calculado IS NOT EQUAL w-cuit-verificador
                   DISPLAY "ERROR: DIGITO VERIFICADOR DE CUIT/CUIL "
                       "INCORRECTO"
                   MOVE ZERO TO w-flag-doc-ok
               END-IF
           END-IF.

      * Un mismo documento no puede estar en dos socios. El DNI se
      * compara tambien contra el que va dentro de un CUIT/CUIL.
       640-BUSCO-DOC-DUPLICADO.
           MOVE dat-reg TO w-dat-guarda.
           PERFORM 645-CLAVE-PERSONA.
           MOVE w-clave-persona TO w-clave-propia.
           MOVE w-clave-clase TO w-clase-propia.
           MOVE ZERO TO w-socio-duplicado.
           MOVE ZERO TO w-flag-fin-dat.
           MOVE ZERO TO dat-socio.
           START DATOS-SOCIO KEY IS >= dat-socio
               INVALID KEY MOVE 1 TO w-flag-fin-dat
           END-START.
           PERFORM UNTIL w-flag-fin-dat IS EQUAL 1
               READ DATOS-SOCIO NEXT RECORD
                   AT END
                       MOVE 1 TO w-flag-fin-dat
                   NOT AT END
                       PERFORM 642-COMPARO-DOCUMENTO
               END-READ
           END-PERFORM.
           MOVE w-dat-guarda TO dat-reg.
           IF w-socio-duplicado > ZERO THEN
               DISPLAY "ERROR: EL DOCUMENTO YA ESTA REGISTRADO EN EL "
                   "SOCIO " w-socio-duplicado
               MOVE ZERO TO w-flag-doc-ok
           END-IF.

       642-COMPARO-DOCUMENTO.
           IF dat-socio IS NOT EQUAL soc-soc AND
              dat-nro-doc IS NOT EQUAL ZERO THEN
               PERFORM 645-CLAVE-PERSONA
               IF w-clave-clase IS EQUAL w-clase-propia AND
                  w-clave-persona IS EQUAL w-clave-propia THEN
                   MOVE dat-socio TO w-socio-duplicado
               END-IF
           END-IF.

      * Clase D: documento de persona (DNI, o el DNI dentro del CUIT
      * o CUIL de persona fisica). Clase C: CUIT de empresa o
      * pasaporte, se comparan por numero completo.
       645-CLAVE-PERSONA.
           MOVE dat-nro-doc TO w-clave-persona.
           MOVE "C" TO w-clave-clase.
           IF dat-tipo-doc IS EQUAL "DNI " THEN
               MOVE "D" TO w-clave-clase
           END-IF.
           IF dat-tipo-doc IS EQUAL "CUIT" OR
              dat-tipo-doc IS EQUAL "CUIL" THEN
               MOVE dat-nro-doc TO w-cuit
               IF w-cuit-prefijo < 30 THEN
                   MOVE "D" TO w-clave-clase
                   MOVE w-cuit-dni TO w-clave-persona
               END-IF
           END-IF.
           IF dat-tipo-doc IS EQUAL "PAS " THEN
               MOVE "P" TO w-clave-clase
           END-IF.

       650-GRABO-DATOS.
           IF w-flag-dat-existe IS EQUAL 1 THEN
               REWRITE dat-reg
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LOS DATOS, "
                           "ESTADO " w-dat-status
                   NOT INVALID KEY
                       DISPLAY "DATOS PERSONALES ACTUALIZADOS"
               END-REWRITE
           ELSE
               WRITE dat-reg
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LOS DATOS, "
                           "ESTADO " w-dat-status
                   NOT INVALID KEY
                       DISPLAY "DATOS PERSONALES GRABADOS"
               END-WRITE
           END-IF.

      * Altas que llegan por el apareo: se deja el registro con la
      * fecha de alta, los datos se completan por mantenimiento.
       680-ALTA-DATOS-MINIMA.
           PERFORM 605-ABRO-DATOS.
           IF w-dat-status IS EQUAL "00" THEN
               MOVE soc-soc TO dat-socio
               READ DATOS-SOCIO
                   INVALID KEY
                       MOVE SPACES TO dat-reg
                       MOVE soc-soc TO dat-socio
                       MOVE ZERO TO dat-nro-doc
                       MOVE ZERO TO dat-fecha-nac
                       MOVE "N" TO dat-extracto-papel
                       IF w-fecha-proceso > ZERO THEN
                           MOVE w-fecha-proceso TO dat-fecha-alta
                       ELSE
                           ACCEPT dat-fecha-alta FROM DATE YYYYMMDD
                       END-IF
                       WRITE dat-reg
                       ADD 1 TO w-cont-datos-pend
               END-READ
               CLOSE DATOS-SOCIO
           END-IF.

       690-MUESTRO-DATOS.
           OPEN INPUT DATOS-SOCIO.
           IF w-dat-status IS EQUAL "00" THEN
               MOVE soc-soc TO dat-socio
               READ DATOS-SOCIO
                   INVALID KEY
                       DISPLAY "DATOS PERSONALES: NO CARGADOS"
                   NOT INVALID KEY
                       DISPLAY "DOCUMENTO: " dat-tipo-doc " "
                           dat-nro-doc
                       DISPLAY "DOMICILIO: " dat-domicilio " "
                           dat-localidad
                       DISPLAY "           " dat-cod-postal " "
                           dat-provincia
                       DISPLAY "TELEFONO : " dat-telefono
                       DISPLAY "NACIMIENTO: " dat-fecha-nac
                           "  ALTA: " dat-fecha-alta
                           "  EXTRACTO IMPRESO: " dat-extracto-papel
               END-READ
               CLOSE DATOS-SOCIO
           END-IF.

       800-MANTENIMIENTO-SOCIO.
           OPEN I-O SOCIOS.
           IF w-soc-status IS NOT EQUAL "00"
               PERFORM 820-BUSCO-SOCIO
               IF w-flag-encontrado IS EQUAL 1
                   PERFORM 830-MUESTRO-SOCIO
                   IF w-rol-operador IS EQUAL "A"
                       MOVE "C" TO w-opcion-mant
                   ELSE
                       PERFORM 840-PIDO-ACCION
                   END-IF
                   EVALUATE w-opcion-mant
                       WHEN "M"
                           PERFORM 850-MODIFICO-SOCIO
                           PERFORM 856-CAMBIO-ESTADO
                       WHEN "L"
                           PERFORM 858-CAMBIO-LIMITE
                       WHEN "D"
                           PERFORM 620-MODIFICO-DATOS-SOCIO
                       WHEN OTHER
                           IF w-rol-operador IS NOT EQUAL "A"
                               DISPLAY "OPERACION CANCELADA"
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "SOCIO NO ENCONTRADO"
               WHEN OTHER
                   DISPLAY "ESTADO: ACTIVO"
           END-EVALUATE.
           PERFORM 690-MUESTRO-DATOS.

       840-PIDO-ACCION.
           DISPLAY "M-MODIFICAR  B-DAR DE BAJA  "
               "E-BLOQUEAR/DESBLOQUEAR  L-LIMITE  D-DATOS PERSONALES  "
               "C-CANCELAR".
           ACCEPT w-opcion-mant.

      * El nombre se modifica en el momento. El saldo, el limite y el
      * estado quedan como solicitud pendiente: solo los graba en el
      * maestro la autorizacion de un supervisor distinto del que los
      * cargo (opcion 6 del menu).
       850-MODIFICO-SOCIO.
           DISPLAY "INGRESE NUEVO NOMBRE (ESPACIOS = NO MODIFICAR)".
           MOVE SPACES TO w-nombre-nuevo.
           ACCEPT w-nombre-nuevo.
           IF w-nombre-nuevo IS NOT EQUAL SPACES
               MOVE w-nombre-nuevo TO soc-nombre
               REWRITE soc-reg
               DISPLAY "NOMBRE MODIFICADO"
           END-IF.
           DISPLAY "MODIFICA EL SALDO (S/N)".
           ACCEPT w-resp-confirma.
           IF w-resp-confirma IS EQUAL "S" OR
              w-resp-confirma IS EQUAL "s"
               COMPUTE w-limite-negativo = ZERO - soc-limite
               PERFORM 855-PIDO-SALDO-NUEVO
               PERFORM UNTIL w-saldo-nuevo >= w-limite-negativo
                   DISPLAY "ERROR: EL SALDO NO PUEDE SUPERAR EL "
                       "DESCUBIERTO AUTORIZADO " soc-limite
                   PERFORM 855-PIDO-SALDO-NUEVO
               END-PERFORM
               IF w-saldo-nuevo IS EQUAL soc-saldo
                   DISPLAY "EL SALDO NO CAMBIA, SIN SOLICITUD"
               ELSE
                   MOVE "S" TO w-sol-tipo
                   MOVE soc-saldo TO w-sol-ant
                   MOVE w-saldo-nuevo TO w-sol-nuevo
                   MOVE soc-estado TO w-sol-estado-ant
                   MOVE soc-estado TO w-sol-estado-nuevo
                   PERFORM 700-GRABO-SOLICITUD
               END-IF
           END-IF.

       855-PIDO-SALDO-NUEVO.
           DISPLAY "INGRESE NUEVO SALDO".
           ACCEPT w-saldo-nuevo.

       856-CAMBIO-ESTADO.
           MOVE "E" TO w-sol-tipo.
           MOVE soc-saldo TO w-sol-ant.
           MOVE soc-saldo TO w-sol-nuevo.
           MOVE soc-estado TO w-sol-estado-ant.
           IF soc-estado IS EQUAL "B" THEN
               MOVE "A" TO w-sol-estado-nuevo
               DISPLAY "SE SOLICITA EL DESBLOQUEO DEL SOCIO"
           ELSE
               MOVE "B" TO w-sol-estado-nuevo
               DISPLAY "SE SOLICITA EL BLOQUEO DEL SOCIO"
           END-IF.
           PERFORM 700-GRABO-SOLICITUD.

       857-GRABO-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF w-audit-status IS EQUAL "35" THEN
               OPEN OUTPUT AUDITORIA
           ELSE
               MOVE soc-soc TO audit-socio
               MOVE w-mov-audit TO audit-movimiento
               MOVE w-audit-ant TO audit-importe-ant
               MOVE w-audit-nuevo TO audit-importe-nuevo
               IF w-fecha-proceso > ZERO THEN
                   MOVE w-fecha-proceso TO audit-fecha
               ELSE
                   MOVE w-fecha-audit TO audit-fecha
               END-IF
               MOVE ZERO TO audit-sucursal
               EVALUATE w-mov-audit
                   WHEN "A" MOVE "AL" TO audit-concepto
                   WHEN "B" MOVE "BA" TO audit-concepto
                   WHEN "L" MOVE "CL" TO audit-concepto
                   WHEN "E" MOVE "CE" TO audit-concepto
                   WHEN OTHER MOVE "AJ" TO audit-concepto
               END-EVALUATE
               MOVE w-audit-operador TO audit-operador
               MOVE w-audit-autorizo TO audit-autorizo
               WRITE audit-reg
               CLOSE AUDITORIA
           END-IF.
       858-CAMBIO-LIMITE.
           DISPLAY "LIMITE ACTUAL: " soc-limite.
           DISPLAY "INGRESE NUEVO LIMITE DE DESCUBIERTO".
           ACCEPT w-limite-nuevo.
           IF w-limite-nuevo IS EQUAL soc-limite
               DISPLAY "EL LIMITE NO CAMBIA, SIN SOLICITUD"
           ELSE
               MOVE "L" TO w-sol-tipo
               MOVE soc-limite TO w-sol-ant
               MOVE w-limite-nuevo TO w-sol-nuevo
               MOVE soc-estado TO w-sol-estado-ant
               MOVE soc-estado TO w-sol-estado-nuevo
               PERFORM 700-GRABO-SOLICITUD
           END-IF.

      * La baja tambien pasa por autorizacion: queda pendiente y la
      * aplica un supervisor distinto del que la cargo. Solo se pide
      * con saldo cero.
       860-ELIMINO-SOCIO.
           IF soc-saldo IS NOT EQUAL ZERO
               DISPLAY "NO SE PUEDE DAR DE BAJA: EL SALDO DEBE SER "
                   "CERO, SALDO ACTUAL " soc-saldo
           ELSE
               MOVE "B" TO w-sol-tipo
               MOVE soc-saldo TO w-sol-ant
               MOVE soc-saldo TO w-sol-nuevo
               MOVE soc-estado TO w-sol-estado-ant
               MOVE soc-estado TO w-sol-estado-nuevo
               DISPLAY "SE SOLICITA LA BAJA DEL SOCIO"
               PERFORM 700-GRABO-SOLICITUD
           END-IF.

       870-EXTRAIGO-SECUENCIAL.
           OPEN INPUT SOCIOS.
                   DISPLAY "ALTAS APLICADAS   : " w-cont-carga-altas
                   DISPLAY "MODIF. APLICADAS  : " w-cont-carga-modif
                   DISPLAY "BAJAS APLICADAS   : " w-cont-carga-bajas
                   IF w-cont-datos-pend > ZERO
                       DISPLAY "ALTAS SIN DATOS PERSONALES: "
                           w-cont-datos-pend
                           ", COMPLETAR CON MANTENIMIENTO"
                   END-IF
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO, ESTADO "
                       w-soc-status
           MOVE ZERO TO w-cont-carga-altas.
           MOVE ZERO TO w-cont-carga-modif.
           MOVE ZERO TO w-cont-carga-bajas.
           MOVE ZERO TO w-cont-datos-pend.
           MOVE ZERO TO tabla-existe-socios.
           MOVE ZERO TO w-flag-fin-act.
           PERFORM 893-LEO-SOCIO-ACT-P-CARGA.
                   MOVE soc-act-limite TO soc-limite
                   WRITE soc-reg
                   ADD 1 TO w-cont-carga-altas
                   PERFORM 680-ALTA-DATOS-MINIMA
               NOT INVALID KEY
                   MOVE soc-act-nombre TO soc-nombre
                   MOVE soc-act-importe TO soc-saldo
