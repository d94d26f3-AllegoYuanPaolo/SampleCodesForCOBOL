      *> FILE STATUS field for data/EMERGENCY.dat, referenced by
      *> EMERGSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's EMERGSEL so the two always come as a
      *> pair.
           01 EMERG-status pic xx.
               88 EMERG-status-ok values "00" "05".
