      *> Shared SELECT clause for data/PKGUSE.dat, the session
      *> package redemption log.
           select optional PKGUSE
               assign to "data/PKGUSE.dat"
               organization is indexed
               access mode is dynamic
               record key is pkgUseKey
               file status is PKGUSE-status.
