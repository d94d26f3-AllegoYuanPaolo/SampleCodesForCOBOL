      *> Shared SELECT clause for data/CLASSSESS.dat, the dated
      *> class sessions.
           select optional CLASSSESS
               assign to "data/CLASSSESS.dat"
               organization is indexed
               access mode is dynamic
               record key is sessKey
               alternate record key is sessDate
                   with duplicates
               file status is SESS-status.
