      *> Shared SELECT clause for data/RESOURCES.dat, the bookable
      *> courts and rooms per branch.
           select optional RESOURCES
               assign to "data/RESOURCES.dat"
               organization is indexed
               access mode is dynamic
               record key is rsrcKey
               file status is RSRC-status.
