      *> FILE STATUS field for data/DRAFTS.dat, referenced by
      *> DRAFTSEL.cpy's "file status is" clause. COPY'd into every
      *> program that COPY's DRAFTSEL so the two always come as a
      *> pair.
           01 DRAFT-status pic xx.
               88 DRAFT-status-ok values "00" "05".
