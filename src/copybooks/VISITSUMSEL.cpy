      *> Shared SELECT clause for data/VISITSUM.dat, the monthly
      *> visit summary kept by visitSummary.
           select optional VISITSUM
               assign to "data/VISITSUM.dat"
               organization is indexed
               access mode is dynamic
               record key is vsumKey
               alternate record key is vsumPeriod
                   with duplicates
               file status is VSUM-status.
