      *> overdue balance by the same aging buckets duesAgingReport
      *> uses, adds the fee to amountOwed, journals it, and prints
      *> an assessment register. Control totals prove the run
      *> balanced. A member on hold is not fined while the hold
      *> runs. Days the member's branch was shut all day (the
      *> closure calendar, through checkClosure) do not count
      *> toward how long a balance has gone unpaid.
        environment division.
           input-output section.
               file-control.
               01 totalAssessed pic 9(7)v99 value 0.
               COPY LATEFEES.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY HOLDPARM.
               COPY CLOSEPARM.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY CTRLPARM.

       assess-one-account.
           compute balanceDue = amountOwed - amountPaid
           if balanceDue > 0
               move duesMemberId to holdParmMemberId
               move todayDate to holdParmAsOfDate
               call "checkHold" using hold-parms
               if holdParmOnHold = 'y'
                   add 1 to rowsSkipped
                   exit paragraph
               end-if
           end-if

           if balanceDue <= 0
               add 1 to rowsSkipped
                   compute daysOverdue =
                       function integer-of-date(todayDate)
                       - function integer-of-date(lastPaymentDate)
      *> A balance a year stale is in the top bucket however many
      *> holidays it spanned -- no need to walk the calendar.
                   if daysOverdue <= 365
                       move "N" to closeParmAction
                       move duesBranchCode to closeParmBranch
                       compute closeParmDate = function date-of-integer
                           (function integer-of-date(lastPaymentDate)
                               + 1)
                       move todayDate to closeParmToDate
                       call "checkClosure" using closure-parms
                       subtract closeParmFullDays from daysOverdue
                   end-if
               end-if

               evaluate true
           move "F" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal late fee, receipt "
