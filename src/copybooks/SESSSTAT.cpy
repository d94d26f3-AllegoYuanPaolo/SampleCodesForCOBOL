      *> FILE STATUS field for data/CLASSSESS.dat, referenced by
      *> SESSSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's SESSSEL so the two always come as a
      *> pair.
           01 SESS-status pic xx.
               88 SESS-status-ok values "00" "05".
