      *> FILE STATUS field for data/PKGUSE.dat, referenced by
      *> PKGUSESEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's PKGUSESEL so the two always come as a
      *> pair.
           01 PKGUSE-status pic xx.
               88 PKGUSE-status-ok values "00" "05".
