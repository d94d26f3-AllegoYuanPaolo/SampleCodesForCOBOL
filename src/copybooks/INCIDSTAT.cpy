      *> FILE STATUS field for data/INCIDENTS.dat, referenced by
      *> INCIDSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's INCIDSEL so the two always come as a
      *> pair.
           01 INCID-status pic xx.
               88 INCID-status-ok values "00" "05".
