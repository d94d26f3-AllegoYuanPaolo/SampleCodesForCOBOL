                           move 'y' to eof
                       not at end
                           move audit-line(1:8) to lineDate
      *> A check-in is logged for desk workload, not a change
      *> to any record.
                           if lineDate = yesterdayDate
                               and audit-line(35:10) not = "CHECKIN"
                               and tableCount < 300
                               add 1 to tableCount
                               move audit-line to tblLine(tableCount)
