           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  CONCILIA.
       01  con-linea pic x(80).
