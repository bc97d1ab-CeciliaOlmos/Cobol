           ASSIGN TO DYNAMIC w-path-noved-int
           FILE STATUS IS w-int-status.

           SELECT NOVED-ORD
           ASSIGN TO DYNAMIC w-path-noved-ord
           FILE STATUS IS w-ord-status.

           SELECT NOVED-PRE
           ASSIGN TO DYNAMIC w-path-noved-pre
           FILE STATUS IS w-pre-status.

           SELECT NOVED-CMP
           ASSIGN TO DYNAMIC w-path-noved-cmp
           FILE STATUS IS w-cmp-status.

           SELECT NOVED-FINAL
           ASSIGN TO DYNAMIC w-path-noved-final.

           ASSIGN TO DYNAMIC w-path-noved-int-ctl
           FILE STATUS IS w-intctl-status.

           SELECT NOVED-ORD-CTL
           ASSIGN TO DYNAMIC w-path-noved-ord-ctl
           FILE STATUS IS w-ordctl-status.

           SELECT NOVED-PRE-CTL
           ASSIGN TO DYNAMIC w-path-noved-pre-ctl
           FILE STATUS IS w-prectl-status.

           SELECT NOVED-CMP-CTL
           ASSIGN TO DYNAMIC w-path-noved-cmp-ctl
           FILE STATUS IS w-cmpctl-status.

           SELECT PARAMETROS
           ASSIGN TO "archParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  NOVED-OK.
       01  nov-ok-reg.
           03 nov-ok-socio pic 9(4).
           03 nov-ok-resto pic x(38).

       FD  NOVED-INT.
       01  nov-int-reg.
           03 nov-int-socio pic 9(4).
           03 nov-int-resto pic x(38).

       FD  NOVED-ORD.
       01  nov-ord-reg.
           03 nov-ord-socio pic 9(4).
           03 nov-ord-resto pic x(38).

       FD  NOVED-PRE.
       01  nov-pre-reg.
           03 nov-pre-socio pic 9(4).
           03 nov-pre-resto pic x(38).

       FD  NOVED-CMP.
       01  nov-cmp-reg.
           03 nov-cmp-socio pic 9(4).
           03 nov-cmp-resto pic x(38).

       FD  NOVED-FINAL.
       01  nov-fin-reg pic x(42).

       FD  NOVED-INT-CTL.
       01  int-ctl-reg.
           03 int-ctl-cantidad pic 9(5).

       FD  NOVED-ORD-CTL.
       01  ord-ctl-reg.
           03 ord-ctl-cantidad pic 9(5).

       FD  NOVED-PRE-CTL.
       01  pre-ctl-reg.
           03 pre-ctl-cantidad pic 9(5).

       FD  NOVED-CMP-CTL.
       01  cmp-ctl-reg.
           03 cmp-ctl-cantidad pic 9(5).

       FD  PARAMETROS.
       01  param-reg.
           03 param-clave pic x(20).
       01  w-ok-status pic xx.
       01  w-int-status pic xx.
       01  w-intctl-status pic xx.
       01  w-ord-status pic xx.
       01  w-ordctl-status pic xx.
       01  w-pre-status pic xx.
       01  w-prectl-status pic xx.
       01  w-cmp-status pic xx.
       01  w-cmpctl-status pic xx.
       01  w-param-status pic xx.
       01  w-flag-fin-param pic 9 value zero.
       01  w-flag-ctl-presente pic 9 value zero.
       01  w-cant-int-generados pic 9(5) value zero.
       01  w-ok-socio-cmp pic 9(5) value 99999.
       01  w-int-socio-cmp pic 9(5) value 99999.
       01  w-ord-socio-cmp pic 9(5) value 99999.
       01  w-flag-ordctl-presente pic 9 value zero.
       01  w-cant-ord-generados pic 9(5) value zero.
       01  w-cont-ord-leidos pic 9(5) value zero.
       01  w-cont-ord-grabados pic 9(5) value zero.
       01  w-suma-ord-leidos pic s9(11)v99 value zero.
       01  w-pre-socio-cmp pic 9(5) value 99999.
       01  w-flag-prectl-presente pic 9 value zero.
       01  w-cant-pre-generados pic 9(5) value zero.
       01  w-cont-pre-leidos pic 9(5) value zero.
       01  w-cont-pre-grabados pic 9(5) value zero.
       01  w-suma-pre-leidos pic s9(11)v99 value zero.
       01  w-cmp-socio-cmp pic 9(5) value 99999.
       01  w-flag-cmpctl-presente pic 9 value zero.
       01  w-cant-cmp-generados pic 9(5) value zero.
       01  w-cont-cmp-leidos pic 9(5) value zero.
       01  w-cont-cmp-grabados pic 9(5) value zero.
       01  w-suma-cmp-leidos pic s9(11)v99 value zero.
       01  w-cont-ok-leidos pic 9(5) value zero.
       01  w-cont-int-leidos pic 9(5) value zero.
       01  w-cont-int-grabados pic 9(5) value zero.
           value "D:\linux cecilia\COBOL\archivo\archNovedOk.dat".
       01  w-path-noved-int pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedInteres.dat".
       01  w-path-noved-ord pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedOrdenes.dat".
       01  w-path-noved-ord-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedOrdCtl.dat".
       01  w-path-noved-pre pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedPrest.dat".
       01  w-path-noved-pre-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedPreCtl.dat".
       01  w-path-noved-cmp pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedCompen.dat".
       01  w-path-noved-cmp-ctl pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedCmpCtl.dat".
       01  w-path-noved-final pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archNovedFinal.dat".
       01  w-path-noved-int-ctl pic x(60)
           03 w-hdr-marca pic x(5).
           03 w-hdr-fecha pic 9(8).
           03 w-hdr-origen pic x(10).
           03 filler pic x(19).
       01  w-trl-trab.
           03 w-trl-marca pic x(5).
           03 w-trl-cantidad pic 9(7).
           03 w-trl-total pic s9(11)v99.
           03 filler pic x(17).
       01  w-ok-hdr pic 9 value zero.
       01  w-ok-trl pic 9 value zero.
       01  w-ok-trl-cant pic 9(7) value zero.
       01  w-int-trl pic 9 value zero.
       01  w-int-trl-cant pic 9(7) value zero.
       01  w-int-trl-total pic s9(11)v99 value zero.
       01  w-ord-hdr pic 9 value zero.
       01  w-ord-trl pic 9 value zero.
       01  w-ord-trl-cant pic 9(7) value zero.
       01  w-ord-trl-total pic s9(11)v99 value zero.
       01  w-pre-hdr pic 9 value zero.
       01  w-pre-trl pic 9 value zero.
       01  w-pre-trl-cant pic 9(7) value zero.
       01  w-pre-trl-total pic s9(11)v99 value zero.
       01  w-cmp-hdr pic 9 value zero.
       01  w-cmp-trl pic 9 value zero.
       01  w-cmp-trl-cant pic 9(7) value zero.
       01  w-cmp-trl-total pic s9(11)v99 value zero.
       01  w-flag-reg-control pic 9 value zero.
       01  w-flag-ctl-falla pic 9 value zero.

           OPEN INPUT NOVED-OK.
           IF w-ok-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN NOVEDADES DE SUCURSALES (ESTADO "
                   w-ok-status "), SIGUE CON LOS DEMAS LOTES"
           ELSE
               PERFORM 210-LEER-OK
           END-IF.
           OPEN INPUT NOVED-INT.
           IF w-int-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN NOVEDADES DE INTERES (ESTADO "
                   w-int-status "), SIGUE CON LOS DEMAS LOTES"
           ELSE
               PERFORM 220-LEER-INT
           END-IF.
           OPEN INPUT NOVED-ORD.
           IF w-ord-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN NOVEDADES DE ORDENES PERMANENTES (ESTADO "
                   w-ord-status "), SIGUE CON LOS DEMAS LOTES"
           ELSE
               PERFORM 240-LEER-ORD
           END-IF.
           OPEN INPUT NOVED-PRE.
           IF w-pre-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN NOVEDADES DE PRESTAMOS (ESTADO "
                   w-pre-status "), SIGUE CON LOS DEMAS LOTES"
           ELSE
               PERFORM 250-LEER-PRE
           END-IF.
           OPEN INPUT NOVED-CMP.
           IF w-cmp-status IS NOT EQUAL "00" THEN
               DISPLAY "SIN CREDITOS DE OTROS BANCOS (ESTADO "
                   w-cmp-status "), SIGUE CON LOS DEMAS LOTES"
           ELSE
               PERFORM 260-LEER-CMP
           END-IF.
           OPEN OUTPUT NOVED-FINAL.
           MOVE "0000H" TO w-hdr-marca.
           MOVE w-fecha-proceso TO w-hdr-fecha.
           MOVE w-hdr-trab TO nov-fin-reg.
           WRITE nov-fin-reg.
           PERFORM 140-LEO-CONTROL-INTERES.
           PERFORM 145-LEO-CONTROL-ORDENES.
           PERFORM 147-LEO-CONTROL-PRESTAMOS.
           PERFORM 148-LEO-CONTROL-COMPENSACION.

       110-CARGO-PARAMETROS.
           MOVE ZERO TO w-flag-fin-param.
                   MOVE param-valor TO w-path-noved-final
               WHEN "PATH-NOVED-INT-CTL"
                   MOVE param-valor TO w-path-noved-int-ctl
               WHEN "PATH-NOVED-ORD"
                   MOVE param-valor TO w-path-noved-ord
               WHEN "PATH-NOVED-ORD-CTL"
                   MOVE param-valor TO w-path-noved-ord-ctl
               WHEN "PATH-NOVED-PRE"
                   MOVE param-valor TO w-path-noved-pre
               WHEN "PATH-NOVED-PRE-CTL"
                   MOVE param-valor TO w-path-noved-pre-ctl
               WHEN "PATH-NOVED-CMP"
                   MOVE param-valor TO w-path-noved-cmp
               WHEN "PATH-NOVED-CMP-CTL"
                   MOVE param-valor TO w-path-noved-cmp-ctl
               WHEN "FECHA-PROCESO"
                   IF param-valor(1:8) IS NUMERIC THEN
                       MOVE param-valor(1:8) TO w-fecha-proceso
                   "LIQUIDACION"
           END-IF.

       145-LEO-CONTROL-ORDENES.
           OPEN INPUT NOVED-ORD-CTL.
           IF w-ordctl-status IS EQUAL "00" THEN
               READ NOVED-ORD-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ord-ctl-cantidad TO w-cant-ord-generados
                       MOVE 1 TO w-flag-ordctl-presente
               END-READ
               CLOSE NOVED-ORD-CTL
           END-IF.

       147-LEO-CONTROL-PRESTAMOS.
           OPEN INPUT NOVED-PRE-CTL.
           IF w-prectl-status IS EQUAL "00" THEN
               READ NOVED-PRE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE pre-ctl-cantidad TO w-cant-pre-generados
                       MOVE 1 TO w-flag-prectl-presente
               END-READ
               CLOSE NOVED-PRE-CTL
           END-IF.

       148-LEO-CONTROL-COMPENSACION.
           OPEN INPUT NOVED-CMP-CTL.
           IF w-cmpctl-status IS EQUAL "00" THEN
               READ NOVED-CMP-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE cmp-ctl-cantidad TO w-cant-cmp-generados
                       MOVE 1 TO w-flag-cmpctl-presente
               END-READ
               CLOSE NOVED-CMP-CTL
           END-IF.

      * A igual socio van primero los creditos recibidos de otros
      * bancos, para que esten disponibles en los debitos del dia,
      * despues las novedades de sucursales, los intereses, las
      * ordenes permanentes y por ultimo las de prestamos (el
      * desembolso del dia acredita antes que la cuota que se debita).
       200-COMBINO.
           PERFORM UNTIL w-ok-socio-cmp IS EQUAL 99999 AND
                         w-int-socio-cmp IS EQUAL 99999 AND
                         w-ord-socio-cmp IS EQUAL 99999 AND
                         w-pre-socio-cmp IS EQUAL 99999 AND
                         w-cmp-socio-cmp IS EQUAL 99999
               IF w-cmp-socio-cmp <= w-ok-socio-cmp AND
                  w-cmp-socio-cmp <= w-int-socio-cmp AND
                  w-cmp-socio-cmp <= w-ord-socio-cmp AND
                  w-cmp-socio-cmp <= w-pre-socio-cmp THEN
                   MOVE nov-cmp-reg TO nov-fin-reg
                   WRITE nov-fin-reg
                   ADD 1 TO w-cont-grabados
                   ADD 1 TO w-cont-cmp-grabados
                   PERFORM 230-SUMO-GRABADO
                   PERFORM 260-LEER-CMP
               ELSE
               IF w-ok-socio-cmp <= w-int-socio-cmp AND
                  w-ok-socio-cmp <= w-ord-socio-cmp AND
                  w-ok-socio-cmp <= w-pre-socio-cmp THEN
                   MOVE nov-ok-reg TO nov-fin-reg
                   WRITE nov-fin-reg
                   ADD 1 TO w-cont-grabados
                   PERFORM 230-SUMO-GRABADO
                   PERFORM 210-LEER-OK
               ELSE
               IF w-int-socio-cmp <= w-ord-socio-cmp AND
                  w-int-socio-cmp <= w-pre-socio-cmp THEN
                   MOVE nov-int-reg TO nov-fin-reg
                   WRITE nov-fin-reg
                   ADD 1 TO w-cont-grabados
                   ADD 1 TO w-cont-int-grabados
                   PERFORM 230-SUMO-GRABADO
                   PERFORM 220-LEER-INT
               ELSE
               IF w-ord-socio-cmp <= w-pre-socio-cmp THEN
                   MOVE nov-ord-reg TO nov-fin-reg
                   WRITE nov-fin-reg
                   ADD 1 TO w-cont-grabados
                   ADD 1 TO w-cont-ord-grabados
                   PERFORM 230-SUMO-GRABADO
                   PERFORM 240-LEER-ORD
               ELSE
                   MOVE nov-pre-reg TO nov-fin-reg
                   WRITE nov-fin-reg
                   ADD 1 TO w-cont-grabados
                   ADD 1 TO w-cont-pre-grabados
                   PERFORM 230-SUMO-GRABADO
                   PERFORM 250-LEER-PRE
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

               ADD w-imp-trab TO w-suma-grabados
           END-IF.

       240-LEER-ORD.
           PERFORM 245-LEO-REG-ORD.
           PERFORM UNTIL w-flag-reg-control IS EQUAL ZERO
               PERFORM 245-LEO-REG-ORD
           END-PERFORM.

       245-LEO-REG-ORD.
           MOVE ZERO TO w-flag-reg-control.
           READ NOVED-ORD
               AT END
                   MOVE 99999 TO w-ord-socio-cmp
               NOT AT END
                   IF nov-ord-reg(1:5) IS EQUAL "0000H" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-ord-hdr
                   ELSE
                   IF nov-ord-reg(1:5) IS EQUAL "9999T" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-ord-trl
                       MOVE nov-ord-reg TO w-trl-trab
                       MOVE w-trl-cantidad TO w-ord-trl-cant
                       MOVE w-trl-total TO w-ord-trl-total
                   ELSE
                       MOVE nov-ord-socio TO w-ord-socio-cmp
                       ADD 1 TO w-cont-ord-leidos
                       MOVE nov-ord-reg(26:9) TO w-imp-trab-x
                       IF w-imp-trab IS NUMERIC THEN
                           ADD w-imp-trab TO w-suma-ord-leidos
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       250-LEER-PRE.
           PERFORM 255-LEO-REG-PRE.
           PERFORM UNTIL w-flag-reg-control IS EQUAL ZERO
               PERFORM 255-LEO-REG-PRE
           END-PERFORM.

       255-LEO-REG-PRE.
           MOVE ZERO TO w-flag-reg-control.
           READ NOVED-PRE
               AT END
                   MOVE 99999 TO w-pre-socio-cmp
               NOT AT END
                   IF nov-pre-reg(1:5) IS EQUAL "0000H" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-pre-hdr
                   ELSE
                   IF nov-pre-reg(1:5) IS EQUAL "9999T" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-pre-trl
                       MOVE nov-pre-reg TO w-trl-trab
                       MOVE w-trl-cantidad TO w-pre-trl-cant
                       MOVE w-trl-total TO w-pre-trl-total
                   ELSE
                       MOVE nov-pre-socio TO w-pre-socio-cmp
                       ADD 1 TO w-cont-pre-leidos
                       MOVE nov-pre-reg(26:9) TO w-imp-trab-x
                       IF w-imp-trab IS NUMERIC THEN
                           ADD w-imp-trab TO w-suma-pre-leidos
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       260-LEER-CMP.
           PERFORM 265-LEO-REG-CMP.
           PERFORM UNTIL w-flag-reg-control IS EQUAL ZERO
               PERFORM 265-LEO-REG-CMP
           END-PERFORM.

       265-LEO-REG-CMP.
           MOVE ZERO TO w-flag-reg-control.
           READ NOVED-CMP
               AT END
                   MOVE 99999 TO w-cmp-socio-cmp
               NOT AT END
                   IF nov-cmp-reg(1:5) IS EQUAL "0000H" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-cmp-hdr
                   ELSE
                   IF nov-cmp-reg(1:5) IS EQUAL "9999T" THEN
                       MOVE 1 TO w-flag-reg-control
                       MOVE 1 TO w-cmp-trl
                       MOVE nov-cmp-reg TO w-trl-trab
                       MOVE w-trl-cantidad TO w-cmp-trl-cant
                       MOVE w-trl-total TO w-cmp-trl-total
                   ELSE
                       MOVE nov-cmp-socio TO w-cmp-socio-cmp
                       ADD 1 TO w-cont-cmp-leidos
                       MOVE nov-cmp-reg(26:9) TO w-imp-trab-x
                       IF w-imp-trab IS NUMERIC THEN
                           ADD w-imp-trab TO w-suma-cmp-leidos
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       500-FIN.
           IF w-ok-status IS EQUAL "00" OR w-ok-status IS EQUAL "10"
               CLOSE NOVED-OK
           IF w-int-status IS EQUAL "00" OR w-int-status IS EQUAL "10"
               CLOSE NOVED-INT
           END-IF.
           IF w-ord-status IS EQUAL "00" OR w-ord-status IS EQUAL "10"
               CLOSE NOVED-ORD
           END-IF.
           IF w-pre-status IS EQUAL "00" OR w-pre-status IS EQUAL "10"
               CLOSE NOVED-PRE
           END-IF.
           IF w-cmp-status IS EQUAL "00" OR w-cmp-status IS EQUAL "10"
               CLOSE NOVED-CMP
           END-IF.
           MOVE "9999T" TO w-trl-marca.
           MOVE w-cont-grabados TO w-trl-cantidad.
           MOVE w-suma-grabados TO w-trl-total.
           MOVE SPACES TO w-trl-trab(26:17).
           MOVE w-trl-trab TO nov-fin-reg.
           WRITE nov-fin-reg.
           CLOSE NOVED-FINAL.
           PERFORM 520-VERIFICO-CONTROL-OK.
           PERFORM 530-VERIFICO-CONTROL-INT.
           PERFORM 540-VERIFICO-CONTROL-ORD.
           PERFORM 550-VERIFICO-CONTROL-PRE.
           PERFORM 560-VERIFICO-CONTROL-CMP.
           IF w-flag-ctl-falla IS EQUAL 1 THEN
               DISPLAY "PROCESO CANCELADO, NO USAR LA SALIDA"
               MOVE 8 TO RETURN-CODE
           DISPLAY "NOVEDADES SUCURSALES  : " w-cont-ok-leidos.
           DISPLAY "NOVEDADES INTERES     : " w-cont-int-leidos.
           DISPLAY "INTERESES EN SALIDA   : " w-cont-int-grabados.
           DISPLAY "NOVEDADES ORDENES     : " w-cont-ord-leidos.
           DISPLAY "ORDENES EN SALIDA     : " w-cont-ord-grabados.
           DISPLAY "NOVEDADES PRESTAMOS   : " w-cont-pre-leidos.
           DISPLAY "PRESTAMOS EN SALIDA   : " w-cont-pre-grabados.
           DISPLAY "CREDITOS OTROS BANCOS : " w-cont-cmp-leidos.
           DISPLAY "CREDITOS EN SALIDA    : " w-cont-cmp-grabados.
           DISPLAY "TOTAL COMBINADO       : " w-cont-grabados.
           IF w-flag-ctl-presente IS EQUAL 1 THEN
               DISPLAY "INTERESES LIQUIDADOS  : " w-cant-int-generados
               DISPLAY "CONTROL INTERESES: SIN PRUEBA, FALTA EL "
                   "ARCHIVO DE CONTROL"
           END-IF.
           IF w-flag-ordctl-presente IS EQUAL 1 THEN
               DISPLAY "ORDENES GENERADAS     : " w-cant-ord-generados
               IF w-cant-ord-generados IS EQUAL
                  w-cont-ord-grabados THEN
                   DISPLAY "CONTROL ORDENES: CORRECTO, TODAS LAS "
                       "GENERADAS ESTAN EN LA SALIDA"
                   PERFORM 515-RETIRO-ORDENES-CONSUMIDAS
               ELSE
                   DISPLAY "CONTROL ORDENES: DIFIERE, GENERADAS "
                       w-cant-ord-generados " Y EN SALIDA "
                       w-cont-ord-grabados
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF w-ord-status IS EQUAL "00" OR
                  w-ord-status IS EQUAL "10" THEN
                   DISPLAY "CONTROL ORDENES: SIN PRUEBA, FALTA EL "
                       "ARCHIVO DE CONTROL"
               END-IF
           END-IF.

           IF w-flag-prectl-presente IS EQUAL 1 THEN
               DISPLAY "PRESTAMOS GENERADOS   : " w-cant-pre-generados
               IF w-cant-pre-generados IS EQUAL
                  w-cont-pre-grabados THEN
                   DISPLAY "CONTROL PRESTAMOS: CORRECTO, TODAS LAS "
                       "GENERADAS ESTAN EN LA SALIDA"
                   PERFORM 517-RETIRO-PRESTAMOS-CONSUMIDOS
               ELSE
                   DISPLAY "CONTROL PRESTAMOS: DIFIERE, GENERADAS "
                       w-cant-pre-generados " Y EN SALIDA "
                       w-cont-pre-grabados
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF w-pre-status IS EQUAL "00" OR
                  w-pre-status IS EQUAL "10" THEN
                   DISPLAY "CONTROL PRESTAMOS: SIN PRUEBA, FALTA EL "
                       "ARCHIVO DE CONTROL"
               END-IF
           END-IF.
           IF w-flag-cmpctl-presente IS EQUAL 1 THEN
               DISPLAY "CREDITOS RECIBIDOS    : " w-cant-cmp-generados
               IF w-cant-cmp-generados IS EQUAL
                  w-cont-cmp-grabados THEN
                   DISPLAY "CONTROL COMPENSACION: CORRECTO, TODOS LOS "
                       "CREDITOS ESTAN EN LA SALIDA"
                   PERFORM 518-RETIRO-COMPENSACION-CONSUMIDA
               ELSE
                   DISPLAY "CONTROL COMPENSACION: DIFIERE, RECIBIDOS "
                       w-cant-cmp-generados " Y EN SALIDA "
                       w-cont-cmp-grabados
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF w-cmp-status IS EQUAL "00" OR
                  w-cmp-status IS EQUAL "10" THEN
                   DISPLAY "CONTROL COMPENSACION: SIN PRUEBA, FALTA EL "
                       "ARCHIVO DE CONTROL"
               END-IF
           END-IF.

       520-VERIFICO-CONTROL-OK.
           IF w-ok-status IS NOT EQUAL "00" AND
           END-IF
           END-IF.

       540-VERIFICO-CONTROL-ORD.
           IF w-ord-status IS NOT EQUAL "00" AND
              w-ord-status IS NOT EQUAL "10" THEN
               CONTINUE
           ELSE
           IF w-ord-trl IS EQUAL 1 THEN
               IF w-ord-trl-cant IS NOT EQUAL w-cont-ord-leidos OR
                  w-ord-trl-total IS NOT EQUAL w-suma-ord-leidos THEN
                   DISPLAY "CONTROL NOVEDADES ORD. NO CIERRA: "
                       "INFORMADO " w-ord-trl-cant " / "
                       w-ord-trl-total
                   DISPLAY "LEIDO " w-cont-ord-leidos " / "
                       w-suma-ord-leidos
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "CONTROL NOVEDADES ORD.: CORRECTO, "
                       w-ord-trl-cant " REGISTROS, TOTAL "
                       w-ord-trl-total
               END-IF
           ELSE
               IF w-ord-hdr IS EQUAL 1 THEN
                   DISPLAY "NOVEDADES ORD. CON CABECERA Y SIN COLA, "
                       "ARCHIVO TRUNCO"
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "NOVEDADES ORD. SIN REGISTROS DE CONTROL, "
                       "SIGUE SIN PRUEBA"
               END-IF
           END-IF
           END-IF.

       550-VERIFICO-CONTROL-PRE.
           IF w-pre-status IS NOT EQUAL "00" AND
              w-pre-status IS NOT EQUAL "10" THEN
               CONTINUE
           ELSE
           IF w-pre-trl IS EQUAL 1 THEN
               IF w-pre-trl-cant IS NOT EQUAL w-cont-pre-leidos OR
                  w-pre-trl-total IS NOT EQUAL w-suma-pre-leidos THEN
                   DISPLAY "CONTROL NOVEDADES PRE. NO CIERRA: "
                       "INFORMADO " w-pre-trl-cant " / "
                       w-pre-trl-total
                   DISPLAY "LEIDO " w-cont-pre-leidos " / "
                       w-suma-pre-leidos
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "CONTROL NOVEDADES PRE.: CORRECTO, "
                       w-pre-trl-cant " REGISTROS, TOTAL "
                       w-pre-trl-total
               END-IF
           ELSE
               IF w-pre-hdr IS EQUAL 1 THEN
                   DISPLAY "NOVEDADES PRE. CON CABECERA Y SIN COLA, "
                       "ARCHIVO TRUNCO"
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "NOVEDADES PRE. SIN REGISTROS DE CONTROL, "
                       "SIGUE SIN PRUEBA"
               END-IF
           END-IF
           END-IF.

       560-VERIFICO-CONTROL-CMP.
           IF w-cmp-status IS NOT EQUAL "00" AND
              w-cmp-status IS NOT EQUAL "10" THEN
               CONTINUE
           ELSE
           IF w-cmp-trl IS EQUAL 1 THEN
               IF w-cmp-trl-cant IS NOT EQUAL w-cont-cmp-leidos OR
                  w-cmp-trl-total IS NOT EQUAL w-suma-cmp-leidos THEN
                   DISPLAY "CONTROL NOVEDADES CMP. NO CIERRA: "
                       "INFORMADO " w-cmp-trl-cant " / "
                       w-cmp-trl-total
                   DISPLAY "LEIDO " w-cont-cmp-leidos " / "
                       w-suma-cmp-leidos
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "CONTROL NOVEDADES CMP.: CORRECTO, "
                       w-cmp-trl-cant " REGISTROS, TOTAL "
                       w-cmp-trl-total
               END-IF
           ELSE
               IF w-cmp-hdr IS EQUAL 1 THEN
                   DISPLAY "NOVEDADES CMP. CON CABECERA Y SIN COLA, "
                       "ARCHIVO TRUNCO"
                   MOVE 1 TO w-flag-ctl-falla
               ELSE
                   DISPLAY "NOVEDADES CMP. SIN REGISTROS DE CONTROL, "
                       "SIGUE SIN PRUEBA"
               END-IF
           END-IF
           END-IF.

       510-RETIRO-INTERES-CONSUMIDO.
           IF w-int-status IS EQUAL "00" OR
              w-int-status IS EQUAL "10" THEN
                   "LOS ARCHIVOS DE INTERES Y SU CONTROL"
           END-IF.

       515-RETIRO-ORDENES-CONSUMIDAS.
           IF w-ord-status IS EQUAL "00" OR
              w-ord-status IS EQUAL "10" THEN
               CALL "CBL_DELETE_FILE" USING w-path-noved-ord
               CALL "CBL_DELETE_FILE" USING w-path-noved-ord-ctl
               DISPLAY "ORDENES CONSUMIDAS, SE RETIRAN "
                   "LOS ARCHIVOS DE ORDENES Y SU CONTROL"
           END-IF.

       517-RETIRO-PRESTAMOS-CONSUMIDOS.
           IF w-pre-status IS EQUAL "00" OR
              w-pre-status IS EQUAL "10" THEN
               CALL "CBL_DELETE_FILE" USING w-path-noved-pre
               CALL "CBL_DELETE_FILE" USING w-path-noved-pre-ctl
               DISPLAY "PRESTAMOS CONSUMIDOS, SE RETIRAN "
                   "LOS ARCHIVOS DE PRESTAMOS Y SU CONTROL"
           END-IF.

       518-RETIRO-COMPENSACION-CONSUMIDA.
           IF w-cmp-status IS EQUAL "00" OR
              w-cmp-status IS EQUAL "10" THEN
               CALL "CBL_DELETE_FILE" USING w-path-noved-cmp
               CALL "CBL_DELETE_FILE" USING w-path-noved-cmp-ctl
               DISPLAY "CREDITOS CONSUMIDOS, SE RETIRAN "
                   "LOS ARCHIVOS DE COMPENSACION Y SU CONTROL"
           END-IF.

           END PROGRAM Combina_Noved.
