      *> Shared SELECT clause for data/PERIODS.dat, the accounting
      *> period control file.
           select optional PERIODS
               assign to "data/PERIODS.dat"
               organization is indexed
               access mode is dynamic
               record key is periodMonth
               file status is PERIOD-status.
