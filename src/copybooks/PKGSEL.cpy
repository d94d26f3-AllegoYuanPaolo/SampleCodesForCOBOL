      *> Shared SELECT clause for data/PACKAGES.dat, the session
      *> package product file.
           select optional PACKAGES
               assign to "data/PACKAGES.dat"
               organization is indexed
               access mode is dynamic
               record key is pkgCode
               file status is PKG-status.
