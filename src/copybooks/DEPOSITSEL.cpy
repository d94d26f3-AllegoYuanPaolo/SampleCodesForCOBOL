      *> Shared SELECT clause for data/DEPOSITS.dat, the deposits
      *> the bank should credit us for.
           select optional DEPOSITS
               assign to "data/DEPOSITS.dat"
               organization is indexed
               access mode is dynamic
               record key is depositId
               alternate record key is depositDate
                   with duplicates
               file status is DEPOSIT-status.
