      *> FILE STATUS field for data/PROMOS.dat, referenced by
      *> PROMOSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's PROMOSEL so the two always come as a
      *> pair.
           01 PROMO-status pic xx.
               88 PROMO-status-ok values "00" "05".
