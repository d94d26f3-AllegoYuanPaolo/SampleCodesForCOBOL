      *> FILE STATUS field for data/DISTRIB.dat, referenced by
      *> DISTSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's DISTSEL so the two always come as a
      *> pair.
           01 DIST-status pic xx.
               88 DIST-status-ok values "00" "05".
