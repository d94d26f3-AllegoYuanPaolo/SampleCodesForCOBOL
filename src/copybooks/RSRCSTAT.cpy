      *> FILE STATUS field for data/RESOURCES.dat, referenced by
      *> RSRCSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's RSRCSEL so the two always come as a
      *> pair.
           01 RSRC-status pic xx.
               88 RSRC-status-ok values "00" "05".
