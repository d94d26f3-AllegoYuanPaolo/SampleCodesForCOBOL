      *> Shared SELECT clause for data/ASSIST.dat, the fee
      *> assistance applications.
           select optional ASSIST
               assign to "data/ASSIST.dat"
               organization is indexed
               access mode is dynamic
               record key is assistId
               alternate record key is assistMemberId
                   with duplicates
               file status is ASSIST-status.
