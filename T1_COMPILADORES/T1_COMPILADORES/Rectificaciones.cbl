               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd curriculum.
       01 curriculum-rec.

       01 ws-signon-linea              pic x(80).

       01 ws-control-guardado          pic x(35).

       01 ws-audit-linea               pic x(120).

