      *> FILE STATUS field for data/MEMBERPKG.dat, referenced by
      *> MBRPKGSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's MBRPKGSEL so the two always come as a
      *> pair.
           01 MBRPKG-status pic xx.
               88 MBRPKG-status-ok values "00" "05".
