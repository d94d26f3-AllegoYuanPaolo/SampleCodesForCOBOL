      *> Shared SELECT clause for data/ACCESS.dat, the reciprocal
      *> branch access rules.
           select optional ACCESS-RULES
               assign to "data/ACCESS.dat"
               organization is indexed
               access mode is dynamic
               record key is accessKey
               file status is ACCESS-status.
