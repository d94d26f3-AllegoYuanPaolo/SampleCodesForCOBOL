      *> FILE STATUS field for data/CORPACCTS.dat, referenced by
      *> CORPSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CORPSEL so the two always come as a
      *> pair.
           01 CORP-status pic xx.
               88 CORP-status-ok values "00" "05".
