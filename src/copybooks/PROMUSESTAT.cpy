      *> FILE STATUS field for data/PROMOUSES.dat, referenced by
      *> PROMUSESEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's PROMUSESEL so the two always come as a
      *> pair.
           01 PROMUSE-status pic xx.
               88 PROMUSE-status-ok values "00" "05".
