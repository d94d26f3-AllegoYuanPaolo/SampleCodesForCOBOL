      *> Shared SELECT clause for data/DISTRIB.dat, the report
      *> distribution list.
           select optional DISTRIB
               assign to "data/DISTRIB.dat"
               organization is indexed
               access mode is dynamic
               record key is distKey
               file status is DIST-status.
