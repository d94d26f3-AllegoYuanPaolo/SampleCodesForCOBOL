      *> Shared SELECT clause for data/BALLOTS.dat, the annual
      *> meeting ballot issuance file.
           select optional BALLOTS
               assign to "data/BALLOTS.dat"
               organization is indexed
               access mode is dynamic
               record key is ballotKey
               alternate record key is ballotNumber
               file status is BALLOT-status.
