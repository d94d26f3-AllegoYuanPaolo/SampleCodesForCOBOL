      *> Shared SELECT clause for data/INCIDENTS.dat, the facility
      *> incident and injury register.
           select optional INCIDENTS
               assign to "data/INCIDENTS.dat"
               organization is indexed
               access mode is dynamic
               record key is incId
               alternate record key is incMemberId
                   with duplicates
               file status is INCID-status.
