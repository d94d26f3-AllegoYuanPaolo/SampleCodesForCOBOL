      *> FILE STATUS field for data/DEPOSITS.dat, referenced by
      *> DEPOSITSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's DEPOSITSEL so the two always come as a
      *> pair.
           01 DEPOSIT-status pic xx.
               88 DEPOSIT-status-ok values "00" "05".
