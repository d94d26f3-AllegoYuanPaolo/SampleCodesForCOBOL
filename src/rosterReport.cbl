               fd ACMA.
                   COPY ACMAFD.
               fd ROSTER-RPT.
                   01 report-line pic x(90).
               fd CKPT-FILE.
                   01 ckpt-line.
                       02 ckptMemberId pic 9(7).
               01 CKPT-status pic xx.
               COPY GETPARM.
               COPY SPOOLPARM.
               COPY BURSTPARM.
               COPY ACMASTAT.

        PROCEDURE DIVISION.
                                   perform new-page
                               end-if
                               move spaces to report-line
                               string "| " branchCode
                                   " | " memberId
                                   " | " memberName
                                   " | " nickname
                                   " | " statusCode
           move "data/ROSTER.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

      *> Each branch manager on the distribution list gets their
      *> own branch's pages; the branch code is column 3.
           move "ROSTER" to burstReportName
           move "rosterReport" to burstProgram
           move "data/ROSTER.rpt" to burstSourceFile
           move 3 to burstBranchColumn
           call "burstReport" using burst-parms

           GOBACK.

       new-page.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Branch Member  Name             Nickname        "
               " Status Joined   Expires"
               delimited by size into report-line
           write report-line
           move spaces to report-line
