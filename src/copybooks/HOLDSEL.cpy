      *> Shared SELECT clause for data/HOLDS.dat, the membership
      *> freeze and medical holds.
           select optional HOLDS
               assign to "data/HOLDS.dat"
               organization is indexed
               access mode is dynamic
               record key is holdId
               alternate record key is holdMemberId
                   with duplicates
               file status is HOLD-status.
