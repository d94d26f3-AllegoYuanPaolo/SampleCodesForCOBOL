      *> FILE STATUS field for data/VISITSUM.dat, referenced by
      *> VISITSUMSEL.cpy's "file status is" clause. COPY'd into
      *> every program that COPY's VISITSUMSEL so the two always
      *> come as a pair.
           01 VSUM-status pic xx.
               88 VSUM-status-ok values "00" "05".
