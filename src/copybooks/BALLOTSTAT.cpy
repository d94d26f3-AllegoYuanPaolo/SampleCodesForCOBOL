      *> FILE STATUS field for data/BALLOTS.dat, referenced by
      *> BALLOTSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's BALLOTSEL so the two always come as a
      *> pair.
           01 BALLOT-status pic xx.
               88 BALLOT-status-ok values "00" "05".
