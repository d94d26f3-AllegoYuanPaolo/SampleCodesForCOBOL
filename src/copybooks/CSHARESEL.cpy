      *> Shared SELECT clause for data/CARDSHARE.dat, the card
      *> sharing flag history and desk marks.
           select optional CARDSHARE
               assign to "data/CARDSHARE.dat"
               organization is indexed
               access mode is dynamic
               record key is cshMemberId
               file status is CSHARE-status.
