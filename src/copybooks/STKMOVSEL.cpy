      *> Shared SELECT clause for data/STOCKMOVES.dat, the
      *> pro-shop stock movement log.
           select optional STOCKMOVES
               assign to "data/STOCKMOVES.dat"
               organization is indexed
               access mode is dynamic
               record key is moveId
               alternate record key is moveCode
                   with duplicates
               file status is STKMOV-status.
