      *> Shared SELECT clause for data/MANDATES.dat, the members'
      *> direct-debit bank mandates.
           select optional MANDATES
               assign to "data/MANDATES.dat"
               organization is indexed
               access mode is dynamic
               record key is mandMemberId
               file status is MAND-status.
