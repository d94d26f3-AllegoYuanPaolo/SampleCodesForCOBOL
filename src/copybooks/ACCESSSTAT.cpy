      *> FILE STATUS field for data/ACCESS.dat, referenced by
      *> ACCESSSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's ACCESSSEL so the two always come as a
      *> pair.
           01 ACCESS-status pic xx.
               88 ACCESS-status-ok values "00" "05".
