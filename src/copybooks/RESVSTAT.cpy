      *> FILE STATUS field for data/RESERVATIONS.dat, referenced by
      *> RESVSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's RESVSEL so the two always come as a
      *> pair.
           01 RESV-status pic xx.
               88 RESV-status-ok values "00" "05".
