      *> FILE STATUS field for data/CARDSHARE.dat, referenced by
      *> CSHARESEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's CSHARESEL so the two always come as a
      *> pair.
           01 CSHARE-status pic xx.
               88 CSHARE-status-ok values "00" "05".
