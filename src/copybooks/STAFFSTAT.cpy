      *> FILE STATUS field for data/STAFF.dat, referenced by
      *> STAFFSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's STAFFSEL so the two always come as a
      *> pair.
           01 STAFF-status pic xx.
               88 STAFF-status-ok values "00" "05".
