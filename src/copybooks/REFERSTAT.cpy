      *> FILE STATUS field for data/REFERRALS.dat, referenced by
      *> REFERSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's REFERSEL so the two always come as a
      *> pair.
           01 REFER-status pic xx.
               88 REFER-status-ok values "00" "05".
