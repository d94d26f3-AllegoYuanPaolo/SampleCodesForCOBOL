                   01 receipt-line pic x(60).
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY TRAINCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 balanceDue pic s9(5)v99.
               01 todayTime pic 9(8).
               01 tranDate pic 9(8).
               01 receiptNoSave pic 9(7) value 0.
               01 tranType pic x.
                   88 tran-payment value "P" "p".
               01 tranDesc pic x(10).
               01 tenderChoice pic x.
                   88 tender-choice-valid values "C" "K" "D".
               01 checkNumberIn pic x(10).
               01 cashOutNow pic x.
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               COPY CHKDIGPARM.
               COPY OPERSTAT.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY FINDPARM.
               COPY CLOSEPARM.
               COPY ALERTPARM.
               01 moreCases pic x.
               01 caseBrowseEof pic x.
               01 casesClosed pic 9(3).
           display "Posting dues for: " memberNameSave
                   " (branch " memberBranchSave ")"

           move searchId to alertParmMemberId
           move todayDate to alertParmDate
           move "D" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               display "Alert on file -- nothing posted."
               goback
           end-if

           open i-o DUES

           evaluate true
                   compute dueDate = function date-of-integer
                       (function integer-of-date(todayDate)
                           + dueDays)
      *> A due date never lands on a day the branch is shut.
                   move "R" to closeParmAction
                   move memberBranchSave to closeParmBranch
                   move dueDate to closeParmDate
                   call "checkClosure" using closure-parms
                   move closeParmRollDate to dueDate
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   if creditBalance > 0
                       display "Credit on account: " creditBalance
                   end-if
                   if dues-cash-only
                       display "*** CASH ONLY -- member has had a"
                               " check returned. No checks. ***"
                   end-if
           end-read

           move space to tranType
               end-if
           end-if

      *> Money arrives today; a correction may belong to an earlier
      *> day. The row is dated the day it is keyed, so receipts run
      *> in issue order, and the date it belonged to is kept on the
      *> row the way a posting rolled out of a closed month is.
           move todayDate to tranDate
           if not tran-payment
               display "Date it belongs to (YYYYMMDD, 0 = today): "
                       no advancing
               move 0 to tranDate
               accept tranDate
               if tranDate = 0
                   move todayDate to tranDate
               end-if
               if tranDate > todayDate
                   display "A correction cannot be dated in the"
                           " future -- transaction abandoned."
                   close DUES
                   goback
               end-if
           end-if

           display "Enter " function trim(tranDesc) " amount: "
                   no advancing
           accept paymentAmt

      *> How the money arrived only matters when money arrived:
      *> the drawer count at till close keys on this byte. A
      *> member who has bounced a check pays by cash or card until
      *> a supervisor clears the flag through returnedCheck, and
      *> one with a no-checks desk alert until it is cleared.
           move spaces to tenderChoice
           move spaces to checkNumberIn
           if tran-payment or tran-refund
               perform until tender-choice-valid
                   display "Tender [C]ash/[K] check/[D] card: "
                   accept tenderChoice
                   move function upper-case(tenderChoice)
                       to tenderChoice
                   if tran-payment and tenderChoice = "K"
                       and dues-cash-only
                       display "Member is cash-only after a returned"
                               " check -- take cash or card."
                       move spaces to tenderChoice
                   end-if
                   if tran-payment and tenderChoice = "K"
                       and alertParmNoChecks = 'y'
                       display "Desk alert: no checks from this"
                               " member -- take cash or card."
                       move spaces to tenderChoice
                   end-if
               end-perform
           end-if
           if tran-payment and tenderChoice = "K"
               display "Check number: " no advancing
               accept checkNumberIn
           end-if

           evaluate true
               when tran-payment
                   move supervisorId to paymentApprovedBy
               end-if
               move tenderChoice to paymentTender
               move checkNumberIn to paymentCheckNumber
               move tranDate to periodParmDate
               call "checkPeriod" using period-parms
               if tranDate not = todayDate
                   move tranDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal payment, receipt "
                               receiptNumber
               end-write
               if periodParmRolled = 'y'
                   display "Month of " tranDate " is closed --"
                           " journaled today, for " tranDate "."
               end-if
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               " (" function trim(tranDesc) ")"
               delimited by size into receipt-line
           perform write-receipt-line
      *> A receipt printed against the training copy says so on
      *> its face, so it can never be passed off as a real one.
           if training-mode-on
               move spaces to receipt-line
               string "| *** TRAINING -- NOT A VALID RECEIPT ***"
                   delimited by size into receipt-line
               perform write-receipt-line
           end-if
           move spaces to receipt-line
           string "| Member No. " searchId " "
               function trim(memberNameSave)
