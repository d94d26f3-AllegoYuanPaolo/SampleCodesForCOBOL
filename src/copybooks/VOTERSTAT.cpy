      *> FILE STATUS field for data/VOTERS.dat, referenced by
      *> VOTERSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's VOTERSEL so the two always come as a
      *> pair.
           01 VOTER-status pic xx.
               88 VOTER-status-ok values "00" "05".
