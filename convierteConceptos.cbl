      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convierte_Conceptos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-VIEJA
           ASSIGN TO DYNAMIC w-path-entrada
           FILE STATUS IS w-vieja-status.

           SELECT AUDIT-NUEVA
           ASSIGN TO DYNAMIC w-path-salida
           FILE STATUS IS w-nueva-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-param-status.

       DATA DIVISION.
       FILE SECTION.
      * Auditoria con el formato anterior, sin concepto.
       FD  AUDIT-VIEJA.
       01  avie-reg.
           03 avie-socio pic 9(4).
           03 avie-movimiento pic x.
           03 avie-importe-ant pic s9(8)v99.
           03 avie-importe-nuevo pic s9(8)v99.
           03 avie-fecha pic 9(8).
           03 avie-sucursal pic 9(2).

       FD  AUDIT-NUEVA.
       01  anva-reg.
           03 anva-socio pic 9(4).
           03 anva-movimiento pic x.
           03 anva-importe-ant pic s9(8)v99.
           03 anva-importe-nuevo pic s9(8)v99.
           03 anva-fecha pic 9(8).
           03 anva-sucursal pic 9(2).
           03 anva-concepto pic x(2).
           03 anva-operador pic x(8).
           03 anva-autorizo pic x(8).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
           03 param-valor pic x(60).

       WORKING-STORAGE SECTION.
       01  w-vieja-status pic xx.
       01  w-nueva-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-fin pic 9 value zero.
       01  w-cont-leidos pic 9(7) value zero.
       01  w-cont-grabados pic 9(7) value zero.
       01  w-path-entrada pic x(60) value spaces.
       01  w-path-salida pic x(60) value spaces.

      * Pasa un archivo de auditoria (el vigente o un anual) al formato
      * con concepto y operadores. El concepto se deduce del
      * movimiento: los registros viejos no distinguen intereses,
      * cargos ni ordenes, quedan con el concepto de operador de cada
      * movimiento. Los operadores quedan en blanco.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESO.
           PERFORM 500-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "CONVERSION DE AUDITORIA AL FORMATO ACTUAL".
           PERFORM 110-CARGO-PARAMETROS.
           IF w-path-entrada IS EQUAL SPACES OR
              w-path-salida IS EQUAL SPACES THEN
               DISPLAY "FALTAN PATH-CONV-ENTRADA O PATH-CONV-SALIDA"
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-path-entrada IS EQUAL w-path-salida THEN
               DISPLAY "ENTRADA Y SALIDA NO PUEDEN SER EL MISMO ARCHIVO"
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-VIEJA.
           IF w-vieja-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO ABRIR LA ENTRADA, ESTADO "
                   w-vieja-status
               DISPLAY "PROCESO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-NUEVA.
           IF w-nueva-status IS NOT EQUAL "00" THEN
               DISPLAY "NO SE PUDO CREAR LA SALIDA, ESTADO "
                   w-nueva-status
               DISPLAY "PROCESO CANCELADO"
               CLOSE AUDIT-VIEJA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               WHEN "PATH-CONV-ENTRADA"
                   MOVE param-valor TO w-path-entrada
               WHEN "PATH-CONV-SALIDA"
                   MOVE param-valor TO w-path-salida
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-PROCESO.
           PERFORM 210-LEER-VIEJA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cont-leidos
               PERFORM 220-GRABO-NUEVA
               PERFORM 210-LEER-VIEJA
           END-PERFORM.

       210-LEER-VIEJA.
           READ AUDIT-VIEJA AT END MOVE 1 TO w-flag-fin.

       220-GRABO-NUEVA.
           MOVE avie-socio TO anva-socio.
           MOVE avie-movimiento TO anva-movimiento.
           MOVE avie-importe-ant TO anva-importe-ant.
           MOVE avie-importe-nuevo TO anva-importe-nuevo.
           MOVE avie-fecha TO anva-fecha.
           MOVE avie-sucursal TO anva-sucursal.
           EVALUATE avie-movimiento
               WHEN "A" MOVE "AL" TO anva-concepto
               WHEN "B" MOVE "BA" TO anva-concepto
               WHEN "T" MOVE "TR" TO anva-concepto
               WHEN "E" MOVE "CE" TO anva-concepto
               WHEN "L" MOVE "CL" TO anva-concepto
               WHEN OTHER MOVE "AJ" TO anva-concepto
           END-EVALUATE.
           MOVE SPACES TO anva-operador.
           MOVE SPACES TO anva-autorizo.
           WRITE anva-reg.
           ADD 1 TO w-cont-grabados.

       500-FIN.
           CLOSE AUDIT-VIEJA.
           CLOSE AUDIT-NUEVA.
           DISPLAY "REGISTROS LEIDOS  : " w-cont-leidos.
           DISPLAY "REGISTROS GRABADOS: " w-cont-grabados.
           DISPLAY "REEMPLAZAR EL ARCHIVO ORIGINAL POR LA SALIDA".

           END PROGRAM Convierte_Conceptos.
