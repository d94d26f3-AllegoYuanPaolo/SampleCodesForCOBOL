      *> FILE STATUS field for data/ASSIST.dat, referenced by
      *> ASSISTSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's ASSISTSEL so the two always come as a
      *> pair.
           01 ASSIST-status pic xx.
               88 ASSIST-status-ok values "00" "05".
