      *> FILE STATUS field for data/CLASSES.dat, referenced by
      *> CLASSSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CLASSSEL so the two always come as a
      *> pair.
           01 CLASS-status pic xx.
               88 CLASS-status-ok values "00" "05".
