      *> Shared SELECT clause for data/CLASSES.dat, the class
      *> timetable master.
           select optional CLASSES
               assign to "data/CLASSES.dat"
               organization is indexed
               access mode is dynamic
               record key is classCode
               file status is CLASS-status.
