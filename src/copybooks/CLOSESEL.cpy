      *> Shared SELECT clause for data/CLOSURES.dat, the branch
      *> holiday and closure calendar.
           select optional CLOSURES
               assign to "data/CLOSURES.dat"
               organization is indexed
               access mode is dynamic
               record key is closeKey
               alternate record key is closeDate
                   with duplicates
               file status is CLOSE-status.
