      *> FILE STATUS field for data/STOCKMOVES.dat, referenced by
      *> STKMOVSEL.cpy's "file status is" clause. COPY'd into
      *> every program that COPY's STKMOVSEL so the two always
      *> come as a pair.
           01 STKMOV-status pic xx.
               88 STKMOV-status-ok values "00" "05".
