               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd promedio.
       01 promedio-rec.
           move zero to cnt-marca-rectif
           inspect auditoria-rec tallying cnt-marca-rectif
               for all 'RECTIFICACION'
                   all 'ANULACION'
           if auditoria-rec (1:8) = fecha-ctl
               and cnt-marca-rectif = 0
               add 1 to cnt-auditoria-ver
