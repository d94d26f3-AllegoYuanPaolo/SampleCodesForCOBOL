      *> Shared SELECT clause for data/VOTERS.dat, the annual
      *> meeting voter roll.
           select optional VOTERS
               assign to "data/VOTERS.dat"
               organization is indexed
               access mode is dynamic
               record key is voterMemberId
               alternate record key is voterBranch
                   with duplicates
               file status is VOTER-status.
