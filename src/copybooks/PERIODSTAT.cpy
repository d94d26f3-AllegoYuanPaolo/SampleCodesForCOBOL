      *> FILE STATUS field for data/PERIODS.dat, referenced by
      *> PERIODSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's PERIODSEL so the two always come as a
      *> pair.
           01 PERIOD-status pic xx.
               88 PERIOD-status-ok values "00" "05".
