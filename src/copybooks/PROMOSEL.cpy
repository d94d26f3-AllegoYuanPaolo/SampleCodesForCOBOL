      *> Shared SELECT clause for data/PROMOS.dat, the promotion
      *> codes.
           select optional PROMOS
               assign to "data/PROMOS.dat"
               organization is indexed
               access mode is dynamic
               record key is promoCode
               file status is PROMO-status.
