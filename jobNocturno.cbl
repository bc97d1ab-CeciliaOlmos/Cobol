      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Job_Nocturno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOS-JOB
           ASSIGN TO DYNAMIC w-path-pasos-job
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-pasos-status.

           SELECT RUN-CTRL
           ASSIGN TO DYNAMIC w-path-run-control
           FILE STATUS IS w-runctl-status.

           SELECT SALIDA-PASO
           ASSIGN TO DYNAMIC w-path-salida-paso
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-salida-status.

           SELECT LOG-JOB
           ASSIGN TO DYNAMIC w-path-log-job
           FILE STATUS IS w-log-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
      * Tabla de pasos de la cadena, uno por linea y en orden:
      *   orden (2), nombre (10), frecuencia (1), dia (2), corta (1),
      *   control (1), comando (60).
      * Frecuencia: D todos los dias, S semanal (dia 1 lunes a
      * 7 domingo), M mensual (dia del mes; si el mes es mas corto
      * corre el ultimo dia, 31 = fin de mes).
      * Corta: S si un error detiene la cadena.
      * Control: S si el programa deja su propio resultado en
      * archRunControl.dat con el mismo nombre (MERGE, CONCILIA,
      * CONTAB, RESGUARDO, ORDENES, PRESTAMOS, COMPENSA, LIQCOMP);
      * si no, vale el codigo de retorno.
       FD  PASOS-JOB.
       01  paso-reg.
           03 paso-orden pic 9(2).
           03 paso-nombre pic x(10).
           03 paso-frecuencia pic x.
           03 paso-dia pic 9(2).
           03 paso-corta pic x.
           03 paso-control pic x.
           03 paso-comando pic x(60).

       FD  RUN-CTRL.
       01  run-reg.
           03 run-programa pic x(10).
           03 run-fecha pic 9(8).
           03 run-evento pic x.
           03 run-resultado pic x(2).

       FD  SALIDA-PASO.
       01  sal-linea pic x(132).

       FD  LOG-JOB.
       01  log-linea pic x(80).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-pasos-status pic xx.
       01  w-runctl-status pic xx.
       01  w-salida-status pic xx.
       01  w-log-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-flag-cortar pic 9 value zero.
       01  w-flag-corresponde pic 9 value zero.
       01  w-modo-batch pic x value "N".
       01  w-fecha-proceso pic 9(8) value zero.
       01  w-fecha-proceso-d redefines w-fecha-proceso.
           03 w-proc-aaaa pic 9(4).
           03 w-proc-mm pic 9(2).
           03 w-proc-dd pic 9(2).
       01  w-hora pic 9(8) value zero.
       01  w-hora-d redefines w-hora.
           03 w-hora-hh pic 9(2).
           03 w-hora-mm pic 9(2).
           03 w-hora-ss pic 9(2).
           03 w-hora-cc pic 9(2).
       01  w-hora-ed.
           03 w-hed-hh pic 9(2).
           03 filler pic x value ":".
           03 w-hed-mm pic 9(2).
           03 filler pic x value ":".
           03 w-hed-ss pic 9(2).
       01  w-hora-inicio pic x(8) value spaces.
       01  w-hora-fin pic x(8) value spaces.
       01  w-dia-semana pic 9 value zero.
       01  w-ultimo-dia pic 9(2) value zero.
       01  w-z-mes pic 9(2) value zero.
       01  w-z-anio pic 9(4) value zero.
       01  w-z-j pic 9(2) value zero.
       01  w-z-k pic 9(2) value zero.
       01  w-z-t1 pic 9(4) value zero.
       01  w-z-t2 pic 9(4) value zero.
       01  w-z-t3 pic 9(4) value zero.
       01  w-z-suma pic 9(5) value zero.
       01  w-z-coc pic 9(5) value zero.
       01  w-z-h pic 9 value zero.
       01  w-resto pic 9(3) value zero.
       01  w-comando pic x(200) value spaces.
       01  w-rc-paso pic s9(9) value zero.
       01  w-resultado pic x(2) value spaces.
       01  w-cant-contadores pic 9(2) value zero.
       01  w-cant-dos-puntos pic 9(3) value zero.
       01  w-cont-ejecutados pic 9(2) value zero.
       01  w-cont-ok pic 9(2) value zero.
       01  w-cont-error pic 9(2) value zero.
       01  w-cont-salteados pic 9(2) value zero.
       01  w-cont-no-corresp pic 9(2) value zero.
       01  w-paso-corte pic 9(2) value zero.
       01  w-orden-ant pic 9(2) value zero.
       01  w-cant-pasos pic 9(2) value zero.
       01  w-max-pasos pic 9(2) value 30.
       01  idx-paso pic 9(2) value zero.
       01  idx-busca pic 9(2) value zero.
       01  tabla-pasos.
           03 tab-paso occurs 30 times.
               05 tab-orden pic 9(2).
               05 tab-nombre pic x(10).
               05 tab-frecuencia pic x.
               05 tab-dia pic 9(2).
               05 tab-corta pic x.
               05 tab-control pic x.
               05 tab-comando pic x(60).
               05 tab-hecho pic 9.
       01  w-path-pasos-job pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archPasosJob.dat".
       01  w-path-run-control pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archRunControl.dat".
       01  w-path-salida-paso pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSalidaPaso.txt".
       01  w-path-log-job pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archLogJob.dat".

       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(27) value spaces.
           03 filler pic x(26) value "LOG DE LA CADENA NOCTURNA".
           03 filler pic x(27) value spaces.
       01  lin-fecha.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "FECHA DE PROCESO:".
           03 l-cab-fecha pic 9(8).
           03 filler pic x(5) value spaces.
           03 filler pic x(8) value "INICIO: ".
           03 l-cab-hora pic x(8).
           03 filler pic x(29) value spaces.
       01  lin-encab.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "PASO".
           03 filler pic x(11) value "NOMBRE".
           03 filler pic x(10) value "INICIO".
           03 filler pic x(10) value "FIN".
           03 filler pic x(7) value "RC".
           03 filler pic x(4) value "RES".
           03 filler pic x(30) value "OBSERVACION".
       01  lin-paso.
           03 filler pic x(2) value spaces.
           03 l-paso-orden pic z9.
           03 filler pic x(4) value spaces.
           03 l-paso-nombre pic x(10).
           03 filler pic x value space.
           03 l-paso-inicio pic x(8).
           03 filler pic x(2) value spaces.
           03 l-paso-fin pic x(8).
           03 filler pic x(2) value spaces.
           03 l-paso-rc pic zzzz9-.
           03 filler pic x value space.
           03 l-paso-resultado pic x(2).
           03 filler pic x(2) value spaces.
           03 l-paso-obs pic x(30).
       01  lin-contador.
           03 filler pic x(10) value spaces.
           03 l-cont-texto pic x(70).
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-resumen.
           03 filler pic x(5) value spaces.
           03 l-res-leyenda pic x(30).
           03 l-res-valor pic z9.
           03 filler pic x(43) value spaces.
       01  lin-corte.
           03 filler pic x(5) value spaces.
           03 filler pic x(30) value "CADENA DETENIDA EN EL PASO".
           03 l-corte-paso pic z9.
           03 filler pic x(43) value spaces.

      * Corre la cadena nocturna para la FECHA-PROCESO siguiendo la
      * tabla de pasos. Cada paso que termina bien queda registrado en
      * archRunControl.dat (evento J) y no se repite al volver a
      * lanzar la cadena para la misma fecha: la corrida sigue desde
      * el paso que fallo.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGO-PASOS.
           PERFORM 300-BUSCO-PASOS-COMPLETADOS.
           PERFORM 400-EJECUTO-CADENA.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "CADENA NOCTURNA".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-fecha-proceso IS EQUAL ZERO THEN
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           END-IF.
           IF w-modo-batch IS NOT EQUAL "S" THEN
               DISPLAY "AVISO: MODO-BATCH NO ES S EN PARAMETROS, "
                   "LOS PASOS PUEDEN QUEDAR ESPERANDO RESPUESTA"
           END-IF.
           OPEN EXTEND LOG-JOB.
           IF w-log-status IS EQUAL "35" THEN
               OPEN OUTPUT LOG-JOB
           END-IF.
           IF w-log-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL LOG, ESTADO " w-log-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 460-TOMO-HORA.
           WRITE log-linea FROM lin-guarda.
           WRITE log-linea FROM lin-titulo.
           WRITE log-linea FROM lin-guarda.
           MOVE w-fecha-proceso TO l-cab-fecha.
           MOVE w-hora-ed TO l-cab-hora.
           WRITE log-linea FROM lin-fecha.
           WRITE log-linea FROM lin-blanco.
           WRITE log-linea FROM lin-encab.

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
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   END-IF
               WHEN "MODO-BATCH"
                   MOVE param-valor(1:1) TO w-modo-batch
               WHEN "PATH-PASOS-JOB"
                   MOVE param-valor TO w-path-pasos-job
               WHEN "PATH-RUN-CONTROL"
                   MOVE param-valor TO w-path-run-control
               WHEN "PATH-SALIDA-PASO"
                   MOVE param-valor TO w-path-salida-paso
               WHEN "PATH-LOG-JOB"
                   MOVE param-valor TO w-path-log-job
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-CARGO-PASOS.
           MOVE ZERO TO w-cant-pasos.
           MOVE ZERO TO w-orden-ant.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT PASOS-JOB.
           IF w-pasos-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR LA TABLA DE PASOS, ESTADO "
                   w-pasos-status
               PERFORM 290-CANCELO-CADENA
           END-IF.
           PERFORM 210-LEER-PASO.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               PERFORM 220-VALIDO-PASO
               ADD 1 TO w-cant-pasos
               MOVE paso-orden TO tab-orden(w-cant-pasos)
               MOVE paso-nombre TO tab-nombre(w-cant-pasos)
               MOVE paso-frecuencia TO tab-frecuencia(w-cant-pasos)
               MOVE paso-dia TO tab-dia(w-cant-pasos)
               MOVE paso-corta TO tab-corta(w-cant-pasos)
               MOVE paso-control TO tab-control(w-cant-pasos)
               MOVE paso-comando TO tab-comando(w-cant-pasos)
               MOVE ZERO TO tab-hecho(w-cant-pasos)
               MOVE paso-orden TO w-orden-ant
               PERFORM 210-LEER-PASO
           END-PERFORM.
           CLOSE PASOS-JOB.
           IF w-cant-pasos IS EQUAL ZERO THEN
               DISPLAY "LA TABLA DE PASOS ESTA VACIA"
               PERFORM 290-CANCELO-CADENA
           END-IF.
           DISPLAY "PASOS EN LA TABLA: " w-cant-pasos.

       210-LEER-PASO.
           READ PASOS-JOB AT END MOVE 1 TO w-flag-fin.

       220-VALIDO-PASO.
           IF w-cant-pasos >= w-max-pasos THEN
               DISPLAY "LA TABLA SUPERA LOS " w-max-pasos " PASOS"
               PERFORM 290-CANCELO-CADENA
           END-IF.
           IF paso-orden IS NOT NUMERIC OR
              paso-orden <= w-orden-ant THEN
               DISPLAY "PASO FUERA DE ORDEN O SIN NUMERO: " paso-reg
               PERFORM 290-CANCELO-CADENA
           END-IF.
           IF paso-nombre IS EQUAL SPACES OR
              paso-comando IS EQUAL SPACES THEN
               DISPLAY "PASO " paso-orden " SIN NOMBRE O SIN COMANDO"
               PERFORM 290-CANCELO-CADENA
           END-IF.
           IF paso-frecuencia IS NOT EQUAL "D" AND
              paso-frecuencia IS NOT EQUAL "S" AND
              paso-frecuencia IS NOT EQUAL "M" THEN
               DISPLAY "PASO " paso-orden " CON FRECUENCIA INVALIDA "
                   paso-frecuencia
               PERFORM 290-CANCELO-CADENA
           END-IF.
           IF paso-frecuencia IS NOT EQUAL "D" THEN
               IF paso-dia IS NOT NUMERIC OR paso-dia IS EQUAL ZERO
                  OR (paso-frecuencia IS EQUAL "S" AND paso-dia > 7)
                  OR paso-dia > 31 THEN
                   DISPLAY "PASO " paso-orden " CON DIA INVALIDO"
                   PERFORM 290-CANCELO-CADENA
               END-IF
           END-IF.

       290-CANCELO-CADENA.
           DISPLAY "PROCESO CANCELADO".
           MOVE "TABLA DE PASOS INVALIDA, CADENA NO EJECUTADA"
               TO l-cont-texto.
           WRITE log-linea FROM lin-contador.
           WRITE log-linea FROM lin-guarda.
           CLOSE LOG-JOB.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Pasos ya terminados bien en una corrida anterior de la misma
      * fecha: el ultimo evento J de cada paso es el que vale.
       300-BUSCO-PASOS-COMPLETADOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               PERFORM 310-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   IF run-evento IS EQUAL "J" AND
                      run-fecha IS EQUAL w-fecha-proceso THEN
                       PERFORM 320-MARCO-PASO-HECHO
                   END-IF
                   PERFORM 310-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.

       310-LEER-RUN-CTRL.
           READ RUN-CTRL AT END MOVE 1 TO w-flag-fin.

       320-MARCO-PASO-HECHO.
           MOVE 1 TO idx-busca.
           PERFORM UNTIL idx-busca > w-cant-pasos
               IF tab-nombre(idx-busca) IS EQUAL run-programa THEN
                   IF run-resultado IS EQUAL "OK" THEN
                       MOVE 1 TO tab-hecho(idx-busca)
                   ELSE
                       MOVE ZERO TO tab-hecho(idx-busca)
                   END-IF
               END-IF
               ADD 1 TO idx-busca
           END-PERFORM.

       400-EJECUTO-CADENA.
           MOVE ZERO TO w-flag-cortar.
           MOVE 1 TO idx-paso.
           PERFORM UNTIL idx-paso > w-cant-pasos OR
                         w-flag-cortar IS EQUAL 1
               PERFORM 410-PROCESO-PASO
               ADD 1 TO idx-paso
           END-PERFORM.

       410-PROCESO-PASO.
           MOVE tab-orden(idx-paso) TO l-paso-orden.
           MOVE tab-nombre(idx-paso) TO l-paso-nombre.
           MOVE SPACES TO l-paso-inicio.
           MOVE SPACES TO l-paso-fin.
           MOVE ZERO TO l-paso-rc.
           MOVE SPACES TO l-paso-resultado.
           PERFORM 420-CORRESPONDE-HOY.
           IF w-flag-corresponde IS EQUAL ZERO THEN
               ADD 1 TO w-cont-no-corresp
               MOVE "NO CORRESPONDE EN LA FECHA" TO l-paso-obs
               WRITE log-linea FROM lin-paso
           ELSE
               IF tab-hecho(idx-paso) IS EQUAL 1 THEN
                   ADD 1 TO w-cont-salteados
                   MOVE "OK" TO l-paso-resultado
                   MOVE "COMPLETADO EN CORRIDA ANTERIOR" TO l-paso-obs
                   WRITE log-linea FROM lin-paso
               ELSE
                   PERFORM 450-EJECUTO-PASO
               END-IF
           END-IF.

       420-CORRESPONDE-HOY.
           MOVE ZERO TO w-flag-corresponde.
           EVALUATE tab-frecuencia(idx-paso)
               WHEN "D"
                   MOVE 1 TO w-flag-corresponde
               WHEN "S"
                   PERFORM 430-CALCULO-DIA-SEMANA
                   IF w-dia-semana IS EQUAL tab-dia(idx-paso) THEN
                       MOVE 1 TO w-flag-corresponde
                   END-IF
               WHEN "M"
                   PERFORM 440-CALCULO-ULTIMO-DIA
                   IF w-proc-dd IS EQUAL tab-dia(idx-paso) THEN
                       MOVE 1 TO w-flag-corresponde
                   END-IF
                   IF tab-dia(idx-paso) > w-ultimo-dia AND
                      w-proc-dd IS EQUAL w-ultimo-dia THEN
                       MOVE 1 TO w-flag-corresponde
                   END-IF
           END-EVALUATE.

      * Congruencia de Zeller; deja 1 = lunes ... 7 = domingo.
       430-CALCULO-DIA-SEMANA.
           MOVE w-proc-mm TO w-z-mes.
           MOVE w-proc-aaaa TO w-z-anio.
           IF w-z-mes < 3 THEN
               ADD 12 TO w-z-mes
               SUBTRACT 1 FROM w-z-anio
           END-IF.
           DIVIDE w-z-anio BY 100 GIVING w-z-j REMAINDER w-z-k.
           COMPUTE w-z-t1 = (13 * (w-z-mes + 1)) / 5.
           COMPUTE w-z-t2 = w-z-k / 4.
           COMPUTE w-z-t3 = w-z-j / 4.
           COMPUTE w-z-suma = w-proc-dd + w-z-t1 + w-z-k + w-z-t2
               + w-z-t3 + 5 * w-z-j.
           DIVIDE w-z-suma BY 7 GIVING w-z-coc REMAINDER w-z-h.
           COMPUTE w-z-suma = w-z-h + 5.
           DIVIDE w-z-suma BY 7 GIVING w-z-coc REMAINDER w-dia-semana.
           ADD 1 TO w-dia-semana.

       440-CALCULO-ULTIMO-DIA.
           EVALUATE w-proc-mm
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO w-ultimo-dia
               WHEN 2
                   MOVE 28 TO w-ultimo-dia
                   DIVIDE w-proc-aaaa BY 4 GIVING w-z-coc
                       REMAINDER w-resto
                   IF w-resto IS EQUAL ZERO THEN
                       MOVE 29 TO w-ultimo-dia
                       DIVIDE w-proc-aaaa BY 100 GIVING w-z-coc
                           REMAINDER w-resto
                       IF w-resto IS EQUAL ZERO THEN
                           MOVE 28 TO w-ultimo-dia
                           DIVIDE w-proc-aaaa BY 400 GIVING w-z-coc
                               REMAINDER w-resto
                           IF w-resto IS EQUAL ZERO THEN
                               MOVE 29 TO w-ultimo-dia
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO w-ultimo-dia
           END-EVALUATE.

      * La salida del paso va a un archivo de texto del que se copian
      * al log las lineas de totales (las que llevan ":").
       450-EJECUTO-PASO.
           ADD 1 TO w-cont-ejecutados.
           PERFORM 460-TOMO-HORA.
           MOVE w-hora-ed TO w-hora-inicio.
           MOVE w-hora-ed TO l-paso-inicio.
           DISPLAY "PASO " tab-orden(idx-paso) " " tab-nombre(idx-paso)
               " INICIO " w-hora-inicio.
           MOVE SPACES TO w-comando.
           STRING tab-comando(idx-paso) DELIMITED BY "  "
                  " > " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  w-path-salida-paso DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
                  INTO w-comando
           END-STRING.
           CALL "SYSTEM" USING w-comando.
           MOVE RETURN-CODE TO w-rc-paso.
           MOVE ZERO TO RETURN-CODE.
      * En algunos sistemas vuelve el estado completo del proceso,
      * con el codigo de salida en el byte alto.
           IF w-rc-paso > 255 THEN
               DIVIDE 256 INTO w-rc-paso
           END-IF.
           PERFORM 460-TOMO-HORA.
           MOVE w-hora-ed TO w-hora-fin.
           MOVE w-hora-ed TO l-paso-fin.
           MOVE w-rc-paso TO l-paso-rc.
           IF w-rc-paso IS NOT EQUAL ZERO THEN
               MOVE "ER" TO w-resultado
               MOVE "CODIGO DE RETORNO NO CERO" TO l-paso-obs
           ELSE
               IF tab-control(idx-paso) IS EQUAL "S" THEN
                   PERFORM 470-VERIFICO-RUN-CONTROL
               ELSE
                   MOVE "OK" TO w-resultado
                   MOVE SPACES TO l-paso-obs
               END-IF
           END-IF.
           MOVE w-resultado TO l-paso-resultado.
           WRITE log-linea FROM lin-paso.
           PERFORM 480-COPIO-CONTADORES.
           PERFORM 490-GRABO-RUN-EVENTO.
           DISPLAY "PASO " tab-orden(idx-paso) " " tab-nombre(idx-paso)
               " FIN " w-hora-fin " RESULTADO " w-resultado.
           IF w-resultado IS EQUAL "OK" THEN
               ADD 1 TO w-cont-ok
           ELSE
               ADD 1 TO w-cont-error
               IF tab-corta(idx-paso) IS EQUAL "S" THEN
                   MOVE 1 TO w-flag-cortar
                   MOVE tab-orden(idx-paso) TO w-paso-corte
               END-IF
           END-IF.

       460-TOMO-HORA.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora-hh TO w-hed-hh.
           MOVE w-hora-mm TO w-hed-mm.
           MOVE w-hora-ss TO w-hed-ss.

      * El programa registra su propio resultado: vale el ultimo
      * evento de cierre (C) que dejo para la fecha.
       470-VERIFICO-RUN-CONTROL.
           MOVE "SC" TO w-resultado.
           MOVE "SIN CIERRE EN CONTROL DE CORRIDAS" TO l-paso-obs.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT RUN-CTRL.
           IF w-runctl-status IS EQUAL "00" THEN
               PERFORM 310-LEER-RUN-CTRL
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   IF run-programa IS EQUAL tab-nombre(idx-paso) AND
                      run-evento IS EQUAL "C" AND
                      run-fecha IS EQUAL w-fecha-proceso THEN
                       MOVE run-resultado TO w-resultado
                   END-IF
                   PERFORM 310-LEER-RUN-CTRL
               END-PERFORM
               CLOSE RUN-CTRL
           END-IF.
           IF w-resultado IS EQUAL "OK" THEN
               MOVE SPACES TO l-paso-obs
           ELSE
               IF w-resultado IS NOT EQUAL "SC" THEN
                   MOVE "RESULTADO NO OK EN CONTROL" TO l-paso-obs
               END-IF
           END-IF.

       480-COPIO-CONTADORES.
           MOVE ZERO TO w-cant-contadores.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT SALIDA-PASO.
           IF w-salida-status IS EQUAL "00" THEN
               PERFORM 485-LEER-SALIDA
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   MOVE ZERO TO w-cant-dos-puntos
                   INSPECT sal-linea TALLYING w-cant-dos-puntos
                       FOR ALL ":"
                   IF w-cant-dos-puntos > ZERO AND
                      w-cant-contadores < 20 THEN
                       ADD 1 TO w-cant-contadores
                       MOVE sal-linea TO l-cont-texto
                       WRITE log-linea FROM lin-contador
                   END-IF
                   PERFORM 485-LEER-SALIDA
               END-PERFORM
               CLOSE SALIDA-PASO
           END-IF.

       485-LEER-SALIDA.
           READ SALIDA-PASO AT END MOVE 1 TO w-flag-fin.

       490-GRABO-RUN-EVENTO.
           OPEN EXTEND RUN-CTRL.
           IF w-runctl-status IS EQUAL "35" THEN
               OPEN OUTPUT RUN-CTRL
           END-IF.
           MOVE tab-nombre(idx-paso) TO run-programa.
           MOVE w-fecha-proceso TO run-fecha.
           MOVE "J" TO run-evento.
           MOVE w-resultado TO run-resultado.
           WRITE run-reg.
           CLOSE RUN-CTRL.

       500-FIN.
           WRITE log-linea FROM lin-blanco.
           IF w-flag-cortar IS EQUAL 1 THEN
               MOVE w-paso-corte TO l-corte-paso
               WRITE log-linea FROM lin-corte
           END-IF.
           MOVE "PASOS EJECUTADOS" TO l-res-leyenda.
           MOVE w-cont-ejecutados TO l-res-valor.
           WRITE log-linea FROM lin-resumen.
           MOVE "  TERMINADOS BIEN" TO l-res-leyenda.
           MOVE w-cont-ok TO l-res-valor.
           WRITE log-linea FROM lin-resumen.
           MOVE "  CON ERROR" TO l-res-leyenda.
           MOVE w-cont-error TO l-res-valor.
           WRITE log-linea FROM lin-resumen.
           MOVE "COMPLETADOS ANTES" TO l-res-leyenda.
           MOVE w-cont-salteados TO l-res-valor.
           WRITE log-linea FROM lin-resumen.
           MOVE "NO CORRESPONDEN EN LA FECHA" TO l-res-leyenda.
           MOVE w-cont-no-corresp TO l-res-valor.
           WRITE log-linea FROM lin-resumen.
           WRITE log-linea FROM lin-guarda.
           CLOSE LOG-JOB.
           DISPLAY "PASOS EJECUTADOS : " w-cont-ejecutados.
           DISPLAY "  TERMINADOS BIEN: " w-cont-ok.
           DISPLAY "  CON ERROR      : " w-cont-error.
           DISPLAY "COMPLETADOS ANTES: " w-cont-salteados.
           IF w-flag-cortar IS EQUAL 1 THEN
               DISPLAY "CADENA DETENIDA EN EL PASO " w-paso-corte
               DISPLAY "CORRIJA Y VUELVA A LANZAR: SIGUE DESDE ESE PASO"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-cont-error > ZERO THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           END PROGRAM Job_Nocturno.
