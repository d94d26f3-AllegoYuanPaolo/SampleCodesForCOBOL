      *> FILE STATUS field for data/CORPLINKS.dat, referenced by
      *> CLINKSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CLINKSEL so the two always come as a
      *> pair.
           01 CLINK-status pic xx.
               88 CLINK-status-ok values "00" "05".
