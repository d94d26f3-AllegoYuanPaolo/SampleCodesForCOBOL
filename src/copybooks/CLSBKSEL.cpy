      *> Shared SELECT clause for data/CLASSBOOK.dat, the class
      *> booking file.
           select optional CLASSBOOK
               assign to "data/CLASSBOOK.dat"
               organization is indexed
               access mode is dynamic
               record key is bookId
               alternate record key is bookSession
                   with duplicates
               alternate record key is bookMemberId
                   with duplicates
               file status is CLSBK-status.
