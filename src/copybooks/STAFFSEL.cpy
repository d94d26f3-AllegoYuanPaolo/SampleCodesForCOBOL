      *> Shared SELECT clause for data/STAFF.dat, the operators'
      *> membership links and permission level history.
           select optional STAFF
               assign to "data/STAFF.dat"
               organization is indexed
               access mode is dynamic
               record key is staffOperatorId
               file status is STAFF-status.
