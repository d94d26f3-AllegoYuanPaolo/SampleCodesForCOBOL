      *> FILE STATUS field for data/HOLDS.dat, referenced by
      *> HOLDSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's HOLDSEL so the two always come as a
      *> pair.
           01 HOLD-status pic xx.
               88 HOLD-status-ok values "00" "05".
