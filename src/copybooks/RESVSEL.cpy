      *> Shared SELECT clause for data/RESERVATIONS.dat, the court
      *> and room slot reservations.
           select optional RESERVATIONS
               assign to "data/RESERVATIONS.dat"
               organization is indexed
               access mode is dynamic
               record key is resvId
               alternate record key is resvSlot
                   with duplicates
               alternate record key is resvMemberId
                   with duplicates
               file status is RESV-status.
