      *> Shared SELECT clause for data/STOCK.dat, the pro-shop
      *> stock on hand behind the charge codes.
           select optional STOCK
               assign to "data/STOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is stockCode
               file status is STOCK-status.
