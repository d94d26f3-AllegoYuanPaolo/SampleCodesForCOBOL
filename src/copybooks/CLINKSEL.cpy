      *> Shared SELECT clause for data/CORPLINKS.dat, the members
      *> covered by corporate accounts.
           select optional CORPLINKS
               assign to "data/CORPLINKS.dat"
               organization is indexed
               access mode is dynamic
               record key is clinkId
               alternate record key is clinkMemberId
                   with duplicates
               alternate record key is clinkCorpCode
                   with duplicates
               file status is CLINK-status.
