        IDENTIFICATION DIVISION.
        PROGRAM-ID. periodMaint.
      *> Accounting period control over data/PERIODS.dat. Finance
      *> closes a month once it has reported on it; from then on
      *> checkPeriod rolls any posting dated into that month forward
      *> to today (the journal row keeps the date it belonged to),
      *> so the GL extract already sent for the month keeps tying.
      *> Only a month already over can be closed. Reopening a
      *> closed month is supervisor-only, needs a reason, and goes
      *> through writeAudit with the close.
        environment division.
           input-output section.
               file-control.
                   COPY PERIODSEL.
        DATA DIVISION.
           file section.
               fd PERIODS.
                   COPY PERIODFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 eof pic x value 'n'.
               01 periodChoice pic 9.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 inputMonth pic 9(6).
               01 inputReason pic x(24).
               01 confirmChoice pic x.
               01 monthsListed pic 9(5) value 0.
               COPY AUDITPARM.
               COPY PERIODSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
      *> a half-finished batch step cannot interleave with the desk.
           call "checkBatchWindow" using window-parms
           if windowParmOpen = 'y'
               display "Batch window is open -- interactive updates"
                       " are locked. Expected end: "
                       windowParmEndTime
               goback
           end-if

      *> Closing and reopening months is finance's call -- a
      *> logged-in operator must be supervisor or admin level.
      *> A console run carries no operator and passes.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to run this function."
               goback
           end-if

           accept todayDate from date yyyymmdd
           accept todayTime from time

           display "Accounting period control"
           display "[1] Close a month"
           display "[2] Reopen a closed month"
           display "[3] List closed and reopened months"
           display "Enter option >" no advancing
           move 0 to periodChoice
           accept periodChoice

           open i-o PERIODS
           if not PERIOD-status-ok
               display "Unable to open PERIODS file. Status: "
                       PERIOD-status
               close PERIODS
               goback
           end-if

           evaluate periodChoice
               when 1
                   perform close-one-month
               when 2
                   perform reopen-one-month
               when other
                   perform list-periods
           end-evaluate

           close PERIODS

       GOBACK.

       close-one-month.
           display "Month to close (YYYYMM): " no advancing
           move 0 to inputMonth
           accept inputMonth
           if inputMonth(5:2) < "01" or inputMonth(5:2) > "12"
               display "Not a valid month -- nothing closed."
               exit paragraph
           end-if
           if inputMonth >= todayDate(1:6)
               display "Only a month already over can be closed."
               exit paragraph
           end-if

           move inputMonth to periodMonth
           read PERIODS key is periodMonth
               invalid key
                   initialize PERIOD-rec
                   move inputMonth to periodMonth
                   move "O" to periodStatus
                   write PERIOD-rec
           end-read
           if period-closed
               display "Month " inputMonth " was closed "
                       periodClosedDate " by " periodClosedBy "."
               exit paragraph
           end-if

           display "Close " inputMonth "? Postings dated into it will"
                   " roll forward to the day they are keyed. [y/n] >"
                   no advancing
           move 'n' to confirmChoice
           accept confirmChoice
           if confirmChoice not = 'y' and confirmChoice not = 'Y'
               display "Nothing closed."
               exit paragraph
           end-if

           move "C" to periodStatus
           move currentOperator to periodClosedBy
           move todayDate to periodClosedDate
           move todayTime to periodClosedTime
           rewrite PERIOD-rec

           move "PERCLOSE" to auditOperation
           perform audit-period-change
           display "Month " inputMonth " closed.".

       reopen-one-month.
           display "Month to reopen (YYYYMM): " no advancing
           move 0 to inputMonth
           accept inputMonth
           move inputMonth to periodMonth
           read PERIODS key is periodMonth
               invalid key
                   display "Month " inputMonth " was never closed."
                   exit paragraph
           end-read
           if not period-closed
               display "Month " inputMonth " is open."
               exit paragraph
           end-if
           display "Closed " periodClosedDate " by " periodClosedBy

           move spaces to inputReason
           perform until inputReason not = spaces
               display "Reason for reopening: " no advancing
               accept inputReason
           end-perform

           move "O" to periodStatus
           move currentOperator to periodReopenedBy
           move todayDate to periodReopenedDate
           move inputReason to periodReopenReason
           rewrite PERIOD-rec

           move "PERREOPEN" to auditOperation
           perform audit-period-change
           display "Month " inputMonth " reopened -- it must be"
                   " closed again once the correction is posted.".

      *> A period is not a member; the month rides in the name
      *> field so the audit inquiry can find it.
       audit-period-change.
           move 0 to auditMemberId
           move spaces to auditMemberName
           string "PERIOD " inputMonth
               delimited by size into auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           if period-closed
               move "O" to auditOldStatus
               move "C" to auditNewStatus
           else
               move "C" to auditOldStatus
               move "O" to auditNewStatus
           end-if
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

       list-periods.
           display "Month  Status Closed   By         Reopened By"
           perform until eof = 'y'
               read PERIODS next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to monthsListed
                       display periodMonth " " periodStatus "      "
                               periodClosedDate " " periodClosedBy
                               " " periodReopenedDate " "
                               periodReopenedBy " "
                               periodReopenReason
               end-read
           end-perform
           display "Months on file: " monthsListed.
