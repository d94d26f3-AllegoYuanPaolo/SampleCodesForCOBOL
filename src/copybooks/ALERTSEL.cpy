      *> Shared SELECT clause for data/ALERTS.dat, the member desk
      *> alert flags.
           select optional ALERTS
               assign to "data/ALERTS.dat"
               organization is indexed
               access mode is dynamic
               record key is alertId
               alternate record key is alertMemberId
                   with duplicates
               file status is ALERT-status.
