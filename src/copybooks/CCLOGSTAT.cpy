      *> FILE STATUS field for data/CHILDCARE.dat, referenced by
      *> CCLOGSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CCLOGSEL so the two always come as a
      *> pair.
           01 CCLOG-status pic xx.
               88 CCLOG-status-ok values "00" "05".
