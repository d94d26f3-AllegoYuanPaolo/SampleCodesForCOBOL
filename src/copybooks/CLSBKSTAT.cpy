      *> FILE STATUS field for data/CLASSBOOK.dat, referenced by
      *> CLSBKSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CLSBKSEL so the two always come as a
      *> pair.
           01 CLSBK-status pic xx.
               88 CLSBK-status-ok values "00" "05".
