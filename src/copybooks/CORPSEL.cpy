      *> Shared SELECT clause for data/CORPACCTS.dat, the corporate
      *> (employer) accounts.
           select optional CORPACCTS
               assign to "data/CORPACCTS.dat"
               organization is indexed
               access mode is dynamic
               record key is corpCode
               file status is CORP-status.
