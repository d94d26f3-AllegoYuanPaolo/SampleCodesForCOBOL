      *> FILE STATUS field for data/STOCK.dat, referenced by
      *> STOCKSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's STOCKSEL so the two always come as a
      *> pair.
           01 STOCK-status pic xx.
               88 STOCK-status-ok values "00" "05".
