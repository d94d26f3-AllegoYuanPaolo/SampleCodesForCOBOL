      *> Shared SELECT clause for data/EMERGENCY.dat, the member
      *> emergency contacts and medical alerts.
           select optional EMERGENCY
               assign to "data/EMERGENCY.dat"
               organization is indexed
               access mode is dynamic
               record key is emgMemberId
               file status is EMERG-status.
