      *> FILE STATUS field for data/PACKAGES.dat, referenced by
      *> PKGSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's PKGSEL so the two always come as a
      *> pair.
           01 PKG-status pic xx.
               88 PKG-status-ok values "00" "05".
