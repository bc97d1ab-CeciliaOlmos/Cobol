           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  PEND-CTRL.
       01  pend-ctrl-reg.
           03 pend-ctrl-importe pic s9(8)v99.
           03 pend-ctrl-origen pic 9(4).
           03 pend-ctrl-sucursal pic 9(2).
           03 pend-ctrl-concepto pic x(2).

       FD  LOG-ERRORES.
       01  log-reg.
               05 mov-ant pic s9(8)v99.
               05 mov-nuevo pic s9(8)v99.
               05 mov-sucursal pic 9(2).
               05 mov-concepto pic x(2).
       01  w-path-socios pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archSocios.dat".
       01  w-path-auditoria pic x(60)
       01  w-path-errores pic x(60)
           value "D:\linux cecilia\COBOL\archivo\archErrores.dat".

      * Conceptos de movimiento: codigo, descripcion, movimiento al
      * que corresponde, origen (O = operador o sucursal, S = lo
      * genera el sistema) y signo obligatorio del importe.
       01  tabla-conceptos-val.
           03 filler pic x(25) value "AJAJUSTE MANUAL       MO ".
           03 filler pic x(25) value "DPDEPOSITO            MO+".
           03 filler pic x(25) value "EXEXTRACCION          MO-".
           03 filler pic x(25) value "TRTRANSFERENCIA       TO ".
           03 filler pic x(25) value "ALALTA DE SOCIO       AO ".
           03 filler pic x(25) value "BABAJA DE SOCIO       BO ".
           03 filler pic x(25) value "ININTERES GANADO      MS+".
           03 filler pic x(25) value "IPINTERES PUNITORIO   MS-".
           03 filler pic x(25) value "RTRETENCION IMPOSITIVAMS-".
           03 filler pic x(25) value "CICARGO INACTIVIDAD   MS-".
           03 filler pic x(25) value "TPTRANSF. PERMANENTE  TS ".
           03 filler pic x(25) value "DADEBITO AUTOMATICO   MS-".
           03 filler pic x(25) value "CECAMBIO DE ESTADO    ES ".
           03 filler pic x(25) value "CLCAMBIO DE LIMITE    LS ".
           03 filler pic x(25) value "PRDESEMBOLSO PRESTAMO MS+".
           03 filler pic x(25) value "CPCUOTA DE PRESTAMO   MS-".
           03 filler pic x(25) value "CRCREDITO INTERBANCO  MS+".
           03 filler pic x(25) value "TETRANSF. INTERBANCO  IO ".
       01  tabla-conceptos redefines tabla-conceptos-val.
           03 con-entry occurs 18 times.
               05 con-codigo pic x(2).
               05 con-descripcion pic x(20).
               05 con-movimiento pic x.
               05 con-origen pic x.
               05 con-signo pic x.
       01  w-cant-conceptos pic 9(2) value 18.
       01  idx-con pic 9(2) value zero.
       01  w-idx-concepto pic 9(2) value zero.
       01  w-concepto-busca pic x(2) value spaces.

       01  lin-mov.
           03 filler pic x value space.
           03 l-mov-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-mov-tipo pic x.
           03 filler pic x value space.
           03 l-mov-concepto pic x(20).
           03 filler pic x value space.
           03 filler pic x(5) value "SUC. ".
           03 l-mov-suc pic 9(2).
           03 filler pic x(3) value spaces.
           03 l-mov-importe pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 filler pic x(7) value "SALDO: ".
           03 l-mov-saldo pic zz.zzz.zz9,99-.

           MOVE audit-importe-ant TO mov-ant(w-cant-guardados).
           MOVE audit-importe-nuevo TO mov-nuevo(w-cant-guardados).
           MOVE audit-sucursal TO mov-sucursal(w-cant-guardados).
           MOVE audit-concepto TO mov-concepto(w-cant-guardados).

       430-LISTO-MOVIMIENTOS.
           IF w-cant-guardados IS EQUAL ZERO THEN
                   MOVE mov-fecha(idx-mov) TO l-mov-fecha
                   MOVE mov-tipo(idx-mov) TO l-mov-tipo
                   MOVE mov-sucursal(idx-mov) TO l-mov-suc
                   MOVE mov-concepto(idx-mov) TO w-concepto-busca
                   PERFORM 440-BUSCO-CONCEPTO
                   IF w-idx-concepto IS EQUAL ZERO THEN
                       MOVE mov-concepto(idx-mov) TO l-mov-concepto
                   ELSE
                       MOVE con-descripcion(w-idx-concepto)
                           TO l-mov-concepto
                   END-IF
                   COMPUTE w-delta-mov =
                       mov-nuevo(idx-mov) - mov-ant(idx-mov)
                   MOVE w-delta-mov TO l-mov-importe
               END-PERFORM
           END-IF.

       440-BUSCO-CONCEPTO.
           MOVE ZERO TO w-idx-concepto.
           MOVE 1 TO idx-con.
           PERFORM UNTIL idx-con > w-cant-conceptos OR
                         w-idx-concepto > ZERO
               IF con-codigo(idx-con) IS EQUAL w-concepto-busca THEN
                   MOVE idx-con TO w-idx-concepto
               END-IF
               ADD 1 TO idx-con
           END-PERFORM.

      * Creditos de transferencias que quedaron sin aplicar en un
      * checkpoint: hoy invisibles hasta leer archErrores.dat.
       500-AVISO-PENDIENTES.
