      *> FILE STATUS field for data/CLOSURES.dat, referenced by
      *> CLOSESEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CLOSESEL so the two always come as a
      *> pair.
           01 CLOSE-status pic xx.
               88 CLOSE-status-ok values "00" "05".
