           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  INACTIVOS.
       01  ina-linea pic x(80).
           03 nov-car-importe pic s9(7)v99.
           03 nov-car-destino pic 9(4).
           03 nov-car-sucursal pic 9(2).
           03 nov-car-concepto pic x(2).

       FD  PARAMETROS.
       01  param-reg.
           MOVE w-cargo-negativo TO nov-car-importe.
           MOVE ZERO TO nov-car-destino.
           MOVE ZERO TO nov-car-sucursal.
           MOVE "CI" TO nov-car-concepto.
           WRITE nov-car-reg.
           ADD 1 TO w-cont-cargos.

               MOVE soc-saldo TO audit-importe-nuevo
               MOVE w-fecha-ref-n TO audit-fecha
               MOVE ZERO TO audit-sucursal
               MOVE "CE" TO audit-concepto
               MOVE SPACES TO audit-operador
               MOVE SPACES TO audit-autorizo
               WRITE audit-reg
           END-IF.

