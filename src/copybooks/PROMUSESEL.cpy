      *> Shared SELECT clause for data/PROMOUSES.dat, the log of
      *> promotion codes used.
           select optional PROMOUSES
               assign to "data/PROMOUSES.dat"
               organization is indexed
               access mode is dynamic
               record key is useId
               alternate record key is useCode
                   with duplicates
               file status is PROMUSE-status.
