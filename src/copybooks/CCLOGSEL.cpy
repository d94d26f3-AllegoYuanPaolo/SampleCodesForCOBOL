      *> Shared SELECT clause for data/CHILDCARE.dat, the kids'
      *> club drop-off and pick-up log. The alternate key finds
      *> every stay one family has had.
           select optional CHILDCARE
               assign to "data/CHILDCARE.dat"
               organization is indexed
               access mode is dynamic
               record key is ccKey
               alternate record key is ccPrimaryId
                   with duplicates
               file status is CCLOG-status.
