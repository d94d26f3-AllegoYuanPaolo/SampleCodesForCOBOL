      *> FILE STATUS field for data/CCAUTH.dat, referenced by
      *> CCAUTHSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CCAUTHSEL so the two always come as a
      *> pair.
           01 CCAUTH-status pic xx.
               88 CCAUTH-status-ok values "00" "05".
