      *> FILE STATUS field for data/ALERTS.dat, referenced by
      *> ALERTSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's ALERTSEL so the two always come as a
      *> pair.
           01 ALERT-status pic xx.
               88 ALERT-status-ok values "00" "05".
