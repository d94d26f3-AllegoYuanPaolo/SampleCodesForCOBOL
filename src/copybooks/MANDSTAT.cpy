      *> FILE STATUS field for data/MANDATES.dat, referenced by
      *> MANDSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's MANDSEL so the two always come as a
      *> pair.
           01 MAND-status pic xx.
               88 MAND-status-ok values "00" "05".
