      *> expiryDate to today: Active members past the grace period
      *> go Inactive, Inactive members lapsed a year or more go
      *> Suspended. Every transition is written through writeAudit
      *> and to a register the desk can follow up from, spooled
      *> as STATUSCHG and burst to the branches on the
      *> distribution list. A member on hold is not aged -- the
      *> hold sweep moves their expiry out when the hold ends.
        environment division.
           input-output section.
               file-control.
               fd ACMA.
                   COPY ACMAFD.
               fd REGISTER-RPT.
                   01 register-line pic x(90).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY GETPARM.
               COPY AFTIMGPARM.
               COPY AUDITPARM.
               COPY HOLDPARM.
               COPY SPOOLPARM.
               COPY BURSTPARM.
               COPY ACMASTAT.

        PROCEDURE DIVISION.
           display "  Moved to Suspended: " movedSuspended
           display "Register written to data/STATUS_CHANGES.rpt"

           move "STATUSCHG" to spoolReportName
           move "lapseLifecycle" to spoolProgram
           move "data/STATUS_CHANGES.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

      *> The branch code is column 3 of every transition line.
           move "STATUSCHG" to burstReportName
           move "lapseLifecycle" to burstProgram
           move "data/STATUS_CHANGES.rpt" to burstSourceFile
           move 3 to burstBranchColumn
           call "burstReport" using burst-parms

       GOBACK.

       age-one-member.
           move memberId to holdParmMemberId
           move todayDate to holdParmAsOfDate
           call "checkHold" using hold-parms
           if holdParmOnHold = 'y'
               exit paragraph
           end-if
           if expiryDate = 0
      *> Life members and legacy rows carry no expiry -- leave them.
               continue

       log-transition.
           move spaces to register-line
           string "| " branchCode
               " | " memberId
               " | " memberName
               " | Expired: " expiryDate
               " | " oldStatusCode " -> " statusCode " |"
