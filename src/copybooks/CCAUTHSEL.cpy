      *> Shared SELECT clause for data/CCAUTH.dat, the kids' club
      *> authorized pick-up lists.
           select optional CCAUTH
               assign to "data/CCAUTH.dat"
               organization is indexed
               access mode is dynamic
               record key is ccaDependentId
               file status is CCAUTH-status.
