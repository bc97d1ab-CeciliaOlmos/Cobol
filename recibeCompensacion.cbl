      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recibe_Compensacion.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-ENTRADA
           ASSIGN TO DYNAMIC w-path-comp-entrada
           FILE STATUS IS w-cmpent-status.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           FILE STATUS IS w-soc-status.

           SELECT NOVED-CMP
           ASSIGN TO DYNAMIC w-path-noved-cmp.

           SELECT NOVED-CMP-CTL
           ASSIGN TO DYNAMIC w-path-noved-cmp-ctl.

           SELECT COMP-DEVOL
           ASSIGN TO DYNAMIC w-path-comp-devol.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT ORDENA-CMP
           ASSIGN TO
           "D:\linux cecilia\COBOL\archivo\archCompSrt.tmp".

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
      * Archivo de la camara compensadora: cabecera "H" con fecha y
      * banco, detalles "D" con cada credito y cola "T" con cantidad e
      * importe total. Las cuentas de este banco son numeros de socio.
       FD  COMP-ENTRADA.
       01  cmp-reg.
           03 cmp-tipo pic x.
           03 cmp-detalle.
               05 cmp-secuencia pic 9(6).
               05 cmp-banco-orig pic 9(3).
               05 cmp-cuenta-orig pic 9(17).
               05 cmp-banco-dest pic 9(3).
               05 cmp-cuenta-dest pic 9(17).
               05 cmp-importe pic 9(11)v99.
               05 cmp-titular pic x(30).
               05 cmp-motivo pic x(8).
               05 filler pic x(2).
           03 cmp-cabecera redefines cmp-detalle.
               05 cmp-hdr-fecha pic 9(8).
               05 cmp-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 cmp-cola redefines cmp-detalle.
               05 cmp-trl-cantidad pic 9(7).
               05 cmp-trl-total pic 9(13)v99.
               05 filler pic x(77).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-socio pic 9(4).
           03 soc-nombre pic x(20).
           03 soc-importe pic s9(8)v99.
           03 soc-estado pic x.
           03 soc-limite pic 9(6)v99.

       FD  NOVED-CMP.
       01  nov-cmp-reg.
           03 nov-cmp-socio pic 9(4).
           03 nov-cmp-movimiento pic x.
           03 nov-cmp-nombre pic x(20).
           03 nov-cmp-importe pic s9(7)v99.
           03 nov-cmp-destino pic 9(4).
           03 nov-cmp-sucursal pic 9(2).
           03 nov-cmp-concepto pic x(2).

       FD  NOVED-CMP-CTL.
       01  cmp-ctl-reg.
           03 cmp-ctl-cantidad pic 9(5).

      * Creditos que no se pueden acreditar, con el mismo formato de
      * la camara y el motivo del rechazo.
       FD  COMP-DEVOL.
       01  dev-reg pic x(100).

       FD  RUN-CTRL.
       01  run-reg.
           03 run-programa pic x(10).
           03 run-fecha pic 9(8).
           03 run-evento pic x.
           03 run-resultado pic x(2).

       SD  ORDENA-CMP.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-secuencia pic 9(6).
           03 srt-importe pic s9(7)v99.

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-param-status pic xx.
       01  w-cmpent-status pic xx.
       01  w-soc-status pic xx.
       01  w-runctl-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin-cmp pic 9 value zero.
       01  w-flag-fin-soc pic 9 value zero.
       01  w-flag-fin-runctl pic 9 value zero.
       01  w-flag-fin-sort pic 9 value zero.
       01  w-flag-ya-procesada pic 9 value zero.
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-banco-propio pic 9(3) value zero.
       01  w-forzar-reproceso pic x value "N".
       01  w-run-resultado pic x(2) value spaces.
       01  w-motivo pic x(60) value spaces.
       01  w-motivo-dev pic x(8) value spaces.
       01  w-idx-socio pic 9(5) value zero.
       01  w-flag-hdr pic 9 value zero.
       01  w-flag-trl pic 9 value zero.
       01  w-flag-det-fuera pic 9 value zero.
       01  w-hdr-fecha-cmp pic 9(8) value zero.
       01  w-hdr-banco-cmp pic 9(3) value zero.
       01  w-trl-cant-cmp pic 9(7) value zero.
       01  w-trl-total-cmp pic 9(13)v99 value zero.
       01  w-cont-leidos pic 9(7) value zero.
       01  w-suma-leidos pic 9(13)v99 value zero.
       01  w-cont-acreditados pic 9(7) value zero.
       01  w-suma-acreditados pic 9(13)v99 value zero.
       01  w-cont-devueltos pic 9(7) value zero.
       01  w-suma-devueltos pic 9(13)v99 value zero.
       01  w-cont-dev-cine pic 9(7) value zero.
       01  w-cont-dev-cbaj pic 9(7) value zero.
       01  w-cont-dev-bnp pic 9(7) value zero.
       01  w-cont-dev-imp pic 9(7) value zero.
       01  w-cont-grabadas pic 9(5) value zero.
       01  w-suma-grabadas pic s9(11)v99 value zero.
       01  w-path-comp-entrada pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompEntrada.dat".
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSociosSec.dat".
       01  w-path-noved-cmp pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedCompen.dat".
       01  w-path-noved-cmp-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedCmpCtl.dat".
       01  w-path-comp-devol pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archCompDevol.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".
      * Estado de cada socio del maestro (espacio = no existe),
      * indexado por numero de socio + 1.
       01  tabla-estado-socios.
           03 w-estado-socio pic x occurs 10000 times.
      * Registros de control dentro de los archivos de novedades:
      * cabecera "0000H" con fecha y origen, cola "9999T" con cantidad
      * de registros de detalle y suma de importes.
       01  w-hdr-trab.
           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).
      * Registro de la devolucion, armado con el layout de la camara.
       01  w-dev-trab.
           03 w-dev-tipo pic x.
           03 w-dev-detalle.
               05 w-dev-secuencia pic 9(6).
               05 w-dev-banco-orig pic 9(3).
               05 w-dev-cuenta-orig pic 9(17).
               05 w-dev-banco-dest pic 9(3).
               05 w-dev-cuenta-dest pic 9(17).
               05 w-dev-importe pic 9(11)v99.
               05 w-dev-titular pic x(30).
               05 w-dev-motivo pic x(8).
               05 filler pic x(2).
           03 w-dev-cabecera redefines w-dev-detalle.
               05 w-dev-hdr-fecha pic 9(8).
               05 w-dev-hdr-banco pic 9(3).
               05 filler pic x(88).
           03 w-dev-cola redefines w-dev-detalle.
               05 w-dev-trl-cantidad pic 9(7).
               05 w-dev-trl-total pic 9(13)v99.
               05 filler pic x(77).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-VERIFICO-ENTRADA.
           SORT ORDENA-CMP
               ON ASCENDING KEY srt-socio
               ON ASCENDING KEY srt-secuencia
               INPUT PROCEDURE IS 300-CLASIFICO-CREDITOS
               OUTPUT PROCEDURE IS 400-GRABO-NOVEDADES.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "RECEPCION DE CREDITOS DE CAMARA COMPENSADORA".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
               DISPLAY "SIN FECHA-PROCESO, SE USA LA FECHA DE "
                   "MAQUINA " w-fecha-proceso
           END-IF.
           IF w-banco-propio IS EQUAL ZERO THEN
               MOVE "FALTA EL PARAMETRO BANCO-PROPIO" TO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           PERFORM 140-VERIFICO-RUN-CONTROL.
           PERFORM 150-CARGO-SOCIOS.

       110-CARGO-PARAMETROS.
           MOVE ZERO TO w-flag-fin-param.
           OPEN INPUT PARAMETROS.
           IF w-param-status IS NOT EQUAL "00" THEN
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
               WHEN "BANCO-PROPIO"
                   IF param-valor(1:3) IS NUMERIC THEN
                       MOVE param-valor(1:3) TO w-banco-propio
                   ELSE
                       DISPLAY "PARAMETRO BANCO-PROPIO INVALIDO, "
                           "SE IGNORA"
                   END-IF
               WHEN "FORZAR-REPROCESO"
                   MOVE param-valor(1:1) TO w-forzar-reproceso
               WHEN "PATH-COMP-ENTRADA"
                   MOVE param-valor TO w-path-comp-entrada
               WHEN "PATH-SOCIOS"
                   MOVE param-valor TO w-path-socios
               WHEN "PATH-NOVED-CMP"
                   MOVE param-valor TO w-path-noved-cmp
               WHEN "PATH-NOVED-CMP-CTL"
                   MOVE param-valor TO w-path-noved-cmp-ctl
               WHEN "PATH-COMP-DEVOL"
                   MOVE param-valor TO w-path-comp-devol
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Una fecha ya recibida no se vuelve a acreditar: el lote pudo
      * haber entrado al apareo. Solo FORZAR-REPROCESO = S lo permite.
       140-VERIFICO-RUN-CONTROL.
           MOVE ZERO TO w-flag-ya-procesada.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               MOVE ZERO TO w-flag-fin-runctl
               PERFORM 145-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin-runctl IS EQUAL 1
                   IF run-programa IS EQUAL "COMPENSA" AND
                      run-evento IS EQUAL "C" AND
                      run-fecha IS EQUAL w-fecha-proceso THEN
                       MOVE 1 TO w-flag-ya-procesada
                   END-IF
                   PERFORM 145-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.
           IF w-flag-ya-procesada IS EQUAL 1 THEN
               DISPLAY "LOS CREDITOS DE LA FECHA " w-fecha-proceso
                   " YA FUERON RECIBIDOS"
               IF w-forzar-reproceso IS EQUAL "S" THEN
                   DISPLAY "FORZAR-REPROCESO = S, SE CONTINUA BAJO "
                       "RESPONSABILIDAD DEL OPERADOR"
               ELSE
                   MOVE "FECHA YA RECIBIDA" TO w-motivo
                   PERFORM 900-CANCELO
               END-IF
           END-IF.

       145-LEER-RUN-CTRL.
           READ RUN-CTRL AT END MOVE 1 TO w-flag-fin-runctl.

       150-CARGO-SOCIOS.
           MOVE SPACES TO tabla-estado-socios.
           OPEN INPUT SOCIOS.
           IF w-soc-status IS NOT EQUAL "00" THEN
               STRING "SIN MAESTRO DE SOCIOS (ESTADO " w-soc-status
                   ")" DELIMITED BY SIZE INTO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           MOVE ZERO TO w-flag-fin-soc.
           PERFORM 155-LEER-SOCIO.
           PERFORM UNTIL w-flag-fin-soc IS EQUAL 1
               COMPUTE w-idx-socio = soc-socio + 1
               MOVE soc-estado TO w-estado-socio(w-idx-socio)
               IF soc-estado IS EQUAL SPACE THEN
                   MOVE "A" TO w-estado-socio(w-idx-socio)
               END-IF
               PERFORM 155-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       155-LEER-SOCIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-fin-soc.

      * Primera pasada: el archivo de la camara tiene que traer
      * cabecera de la fecha y cola que cierre con los detalles. Si no
      * cierra no se acredita nada.
       200-VERIFICO-ENTRADA.
           OPEN INPUT COMP-ENTRADA.
           IF w-cmpent-status IS NOT EQUAL "00" THEN
               STRING "SIN ARCHIVO DE LA CAMARA (ESTADO "
                   w-cmpent-status ")" DELIMITED BY SIZE INTO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           MOVE ZERO TO w-flag-fin-cmp.
           PERFORM 210-LEER-COMP-ENTRADA.
           PERFORM UNTIL w-flag-fin-cmp IS EQUAL 1
               EVALUATE cmp-tipo
                   WHEN "H"
                       MOVE 1 TO w-flag-hdr
                       MOVE cmp-hdr-fecha TO w-hdr-fecha-cmp
                       MOVE cmp-hdr-banco TO w-hdr-banco-cmp
                   WHEN "D"
                       IF w-flag-hdr IS EQUAL ZERO OR
                          w-flag-trl IS EQUAL 1 THEN
                           MOVE 1 TO w-flag-det-fuera
                       END-IF
                       ADD 1 TO w-cont-leidos
                       IF cmp-importe IS NUMERIC THEN
                           ADD cmp-importe TO w-suma-leidos
                       END-IF
                   WHEN "T"
                       MOVE 1 TO w-flag-trl
                       MOVE cmp-trl-cantidad TO w-trl-cant-cmp
                       MOVE cmp-trl-total TO w-trl-total-cmp
                   WHEN OTHER
                       MOVE 1 TO w-flag-det-fuera
               END-EVALUATE
               PERFORM 210-LEER-COMP-ENTRADA
           END-PERFORM.
           CLOSE COMP-ENTRADA.
           PERFORM 220-EVALUO-CONTROL-ENTRADA.

       210-LEER-COMP-ENTRADA.
           READ COMP-ENTRADA AT END MOVE 1 TO w-flag-fin-cmp.

       220-EVALUO-CONTROL-ENTRADA.
           IF w-flag-hdr IS EQUAL ZERO OR w-flag-trl IS EQUAL ZERO THEN
               MOVE "ARCHIVO DE LA CAMARA SIN CABECERA O SIN COLA"
                   TO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           IF w-flag-det-fuera IS EQUAL 1 THEN
               MOVE "ARCHIVO DE LA CAMARA CON REGISTROS FUERA DE LUGAR"
                   TO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           IF w-trl-cant-cmp IS NOT EQUAL w-cont-leidos OR
              w-trl-total-cmp IS NOT EQUAL w-suma-leidos THEN
               DISPLAY "CONTROL DE LA CAMARA: INFORMADO "
                   w-trl-cant-cmp " / " w-trl-total-cmp
               DISPLAY "LEIDO " w-cont-leidos " / " w-suma-leidos
               MOVE "EL ARCHIVO DE LA CAMARA NO CIERRA CON SU COLA"
                   TO w-motivo
               PERFORM 900-CANCELO
           END-IF.
           IF w-hdr-fecha-cmp IS NOT EQUAL w-fecha-proceso THEN
               DISPLAY "CABECERA DE LA CAMARA CON FECHA "
                   w-hdr-fecha-cmp " Y PROCESO " w-fecha-proceso
               IF w-forzar-reproceso IS EQUAL "S" THEN
                   DISPLAY "FORZAR-REPROCESO = S, SE CONTINUA BAJO "
                       "RESPONSABILIDAD DEL OPERADOR"
               ELSE
                   MOVE "LA FECHA DE LA CAMARA NO ES LA DE PROCESO"
                       TO w-motivo
                   PERFORM 900-CANCELO
               END-IF
           END-IF.
           DISPLAY "CONTROL DE LA CAMARA: CORRECTO, " w-cont-leidos
               " CREDITOS, TOTAL " w-suma-leidos.

      * Segunda pasada: cada credito a una cuenta de este banco que
      * existe y no esta de baja pasa al sort para salir como novedad
      * "M" ordenada por socio; el resto va a devoluciones.
       300-CLASIFICO-CREDITOS.
           OPEN OUTPUT COMP-DEVOL.
           MOVE SPACES TO w-dev-trab.
           MOVE "H" TO w-dev-tipo.
           MOVE w-fecha-proceso TO w-dev-hdr-fecha.
           MOVE w-banco-propio TO w-dev-hdr-banco.
           WRITE dev-reg FROM w-dev-trab.
           OPEN INPUT COMP-ENTRADA.
           MOVE ZERO TO w-flag-fin-cmp.
           PERFORM 210-LEER-COMP-ENTRADA.
           PERFORM UNTIL w-flag-fin-cmp IS EQUAL 1
               IF cmp-tipo IS EQUAL "D" THEN
                   PERFORM 310-CLASIFICO-UN-CREDITO
               END-IF
               PERFORM 210-LEER-COMP-ENTRADA
           END-PERFORM.
           CLOSE COMP-ENTRADA.
           MOVE SPACES TO w-dev-trab.
           MOVE "T" TO w-dev-tipo.
           MOVE w-cont-devueltos TO w-dev-trl-cantidad.
           MOVE w-suma-devueltos TO w-dev-trl-total.
           WRITE dev-reg FROM w-dev-trab.
           CLOSE COMP-DEVOL.

       310-CLASIFICO-UN-CREDITO.
           MOVE SPACES TO w-motivo-dev.
           IF cmp-importe IS NOT NUMERIC OR
              cmp-importe IS EQUAL ZERO OR
              cmp-importe > 9999999,99 THEN
               MOVE "I.INVAL" TO w-motivo-dev
               ADD 1 TO w-cont-dev-imp
           ELSE
           IF cmp-banco-dest IS NOT EQUAL w-banco-propio THEN
               MOVE "B.N.P" TO w-motivo-dev
               ADD 1 TO w-cont-dev-bnp
           ELSE
           IF cmp-cuenta-dest IS NOT NUMERIC OR
              cmp-cuenta-dest IS EQUAL ZERO OR
              cmp-cuenta-dest > 9998 THEN
               MOVE "C.I.N.E" TO w-motivo-dev
               ADD 1 TO w-cont-dev-cine
           ELSE
               COMPUTE w-idx-socio = cmp-cuenta-dest + 1
               IF w-estado-socio(w-idx-socio) IS EQUAL SPACE THEN
                   MOVE "C.I.N.E" TO w-motivo-dev
                   ADD 1 TO w-cont-dev-cine
               ELSE
                   IF w-estado-socio(w-idx-socio) IS EQUAL "B" THEN
                       MOVE "C.B.A.J" TO w-motivo-dev
                       ADD 1 TO w-cont-dev-cbaj
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           IF w-motivo-dev IS EQUAL SPACES THEN
               MOVE cmp-cuenta-dest TO srt-socio
               MOVE cmp-secuencia TO srt-secuencia
               MOVE cmp-importe TO srt-importe
               RELEASE srt-reg
               ADD 1 TO w-cont-acreditados
               ADD cmp-importe TO w-suma-acreditados
           ELSE
               PERFORM 320-GRABO-DEVOLUCION
           END-IF.

       320-GRABO-DEVOLUCION.
           MOVE cmp-reg TO w-dev-trab.
           MOVE w-motivo-dev TO w-dev-motivo.
           WRITE dev-reg FROM w-dev-trab.
           ADD 1 TO w-cont-devueltos.
           IF cmp-importe IS NUMERIC THEN
               ADD cmp-importe TO w-suma-devueltos
           END-IF.

       400-GRABO-NOVEDADES.
           OPEN OUTPUT NOVED-CMP.
           MOVE "0000H" TO w-hdr-marca.
           MOVE w-fecha-proceso TO w-hdr-fecha.
           MOVE "COMPENSA" TO w-hdr-origen.
           MOVE SPACES TO w-hdr-trab(24:19).
           MOVE w-hdr-trab TO nov-cmp-reg.
           WRITE nov-cmp-reg.
           MOVE ZERO TO w-flag-fin-sort.
           PERFORM 410-RETORNO-ORDENADO.
           PERFORM UNTIL w-flag-fin-sort IS EQUAL 1
               MOVE srt-socio TO nov-cmp-socio
               MOVE "M" TO nov-cmp-movimiento
               MOVE SPACES TO nov-cmp-nombre
               MOVE srt-importe TO nov-cmp-importe
               MOVE ZERO TO nov-cmp-destino
               MOVE ZERO TO nov-cmp-sucursal
               MOVE "CR" TO nov-cmp-concepto
               WRITE nov-cmp-reg
               ADD 1 TO w-cont-grabadas
               ADD srt-importe TO w-suma-grabadas
               PERFORM 410-RETORNO-ORDENADO
           END-PERFORM.
           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-grabadas TO w-trl-cantidad.
           MOVE w-suma-grabadas TO w-trl-total.
           MOVE SPACES TO w-trl-trab(26:17).
           MOVE w-trl-trab TO nov-cmp-reg.
           WRITE nov-cmp-reg.
           CLOSE NOVED-CMP.
           OPEN OUTPUT NOVED-CMP-CTL.
           MOVE w-cont-grabadas TO cmp-ctl-cantidad.
           WRITE cmp-ctl-reg.
           CLOSE NOVED-CMP-CTL.

       410-RETORNO-ORDENADO.
           RETURN ORDENA-CMP AT END MOVE 1 TO w-flag-fin-sort.

       500-FIN.
           DISPLAY "CREDITOS RECIBIDOS       : " w-cont-leidos.
           DISPLAY "IMPORTE RECIBIDO         : " w-suma-leidos.
           DISPLAY "CREDITOS ACREDITADOS     : " w-cont-acreditados.
           DISPLAY "IMPORTE ACREDITADO       : " w-suma-acreditados.
           DISPLAY "CREDITOS DEVUELTOS       : " w-cont-devueltos.
           DISPLAY "  CUENTA INEXISTENTE     : " w-cont-dev-cine.
           DISPLAY "  CUENTA DE BAJA         : " w-cont-dev-cbaj.
           DISPLAY "  BANCO NO PROPIO        : " w-cont-dev-bnp.
           DISPLAY "  IMPORTE INVALIDO       : " w-cont-dev-imp.
           DISPLAY "IMPORTE DEVUELTO         : " w-suma-devueltos.
           IF w-cont-grabadas IS NOT EQUAL w-cont-acreditados OR
              w-suma-grabadas IS NOT EQUAL w-suma-acreditados OR
              w-cont-acreditados + w-cont-devueltos IS NOT EQUAL
              w-cont-leidos THEN
               DISPLAY "CONTROL DE RECEPCION NO CIERRA: NOVEDADES "
                   w-cont-grabadas " / " w-suma-grabadas
               MOVE "ER" TO w-run-resultado
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO w-run-resultado
           END-IF.
           PERFORM 550-GRABO-RUN-EVENTO.

       550-GRABO-RUN-EVENTO.
           OPEN EXTEND RUN-CTRL.
           IF w-runctl-status IS EQUAL "35" THEN
               OPEN OUTPUT RUN-CTRL
           END-IF.
           MOVE "COMPENSA" TO run-programa.
           MOVE w-fecha-proceso TO run-fecha.
           MOVE "C" TO run-evento.
           MOVE w-run-resultado TO run-resultado.
           WRITE run-reg.
           CLOSE RUN-CTRL.

       900-CANCELO.
           DISPLAY w-motivo.
           DISPLAY "PROCESO CANCELADO, NO SE GENERAN NOVEDADES".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

           END PROGRAM Recibe_Compensacion.
