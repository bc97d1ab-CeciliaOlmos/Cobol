           03 audit-importe-nuevo pic s9(8)v99.
           03 audit-fecha pic 9(8).
           03 audit-sucursal pic 9(2).
           03 audit-concepto pic x(2).
           03 audit-operador pic x(8).
           03 audit-autorizo pic x(8).

       FD  AUDIT-ANIO.
       01  aanio-reg.
           03 aanio-importe-nuevo pic s9(8)v99.
           03 aanio-fecha pic 9(8).
           03 aanio-sucursal pic 9(2).
           03 aanio-concepto pic x(2).
           03 aanio-operador pic x(8).
           03 aanio-autorizo pic x(8).

       FD  AUDIT-NUEVA.
       01  anva-reg.
           03 anva-importe-nuevo pic s9(8)v99.
           03 anva-fecha pic 9(8).
           03 anva-sucursal pic 9(2).
           03 anva-concepto pic x(2).
           03 anva-operador pic x(8).
           03 anva-autorizo pic x(8).

       FD  AUDIT-CORTE.
       01  corte-reg.
