      *> Shared SELECT clause for data/MEMBERPKG.dat, the packages
      *> members have bought. The alternate key finds every pack
      *> one member holds.
           select optional MEMBERPKG
               assign to "data/MEMBERPKG.dat"
               organization is indexed
               access mode is dynamic
               record key is mpkgReceipt
               alternate record key is mpkgMemberId
                   with duplicates
               file status is MBRPKG-status.
