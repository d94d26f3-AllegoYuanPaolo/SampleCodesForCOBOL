        IDENTIFICATION DIVISION.
        PROGRAM-ID. holdSweep.
      *> Nightly membership hold sweep over data/HOLDS.dat. A placed
      *> hold carrying a monthly fee is charged one fee when it
      *> begins and one more on each monthly anniversary while it
      *> runs -- onto DUES.dat as owed and journaled as a type "M"
      *> row under the HOLD charge code; a missed night catches up.
      *> A placed hold whose end date has passed is ended: the
      *> member's expiryDate moves out by the days held (start to
      *> end, both inclusive), the printed card is voided so the
      *> new expiry prints, and the extension goes through
      *> writeAudit. Register goes to data/HOLD_SWEEP.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY HOLDSEL.
                   COPY ACMASEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select SWEEP-RPT
                       assign to "data/HOLD_SWEEP.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd HOLDS.
                   COPY HOLDFD.
               fd ACMA.
                   COPY ACMAFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd SWEEP-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 lastFeeDate pic 9(8).
               01 lastFeeParts.
                   02 lastFeeYYYY pic 9(4).
                   02 lastFeeMM pic 9(2).
                   02 lastFeeDD pic 9(2).
               01 startParts.
                   02 startYYYY pic 9(4).
                   02 startMM pic 9(2).
                   02 startDD pic 9(2).
               01 monthsDue pic s9(5).
               01 daysHeld pic 9(5).
               01 holdsRead pic 9(5) value 0.
               01 feesCharged pic 9(5) value 0.
               01 feesTotal pic 9(7)v99 value 0.
               01 holdsEnded pic 9(5) value 0.
               01 holdsNotExtended pic 9(5) value 0.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY AUDITPARM.
               COPY CARDPARM.
               COPY CTRLPARM.
               COPY HOLDSTAT.
               COPY ACMASTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time

           open i-o HOLDS
           evaluate true
               when HOLD-status = "05"
                   display "No membership holds on file."
                   close HOLDS
                   goback
               when HOLD-status-ok
                   continue
               when other
                   display "Unable to open HOLDS file. Status: "
                           HOLD-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open i-o ACMA
           if not ACMA-status-ok
               display "Unable to open ACMA data file. Status: "
                       ACMA-status
               add 1 to batchStepProblems
               close HOLDS
               goback
           end-if

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               add 1 to batchStepProblems
               close HOLDS
               close ACMA
               goback
           end-if

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               add 1 to batchStepProblems
               close HOLDS
               close ACMA
               close DUES
               goback
           end-if

           open output SWEEP-RPT
           move spaces to report-line
           string "Membership Hold Sweep - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       if hold-placed
                           and holdStartDate <= todayDate
                           add 1 to holdsRead
                           if holdMonthlyFee > 0
                               perform charge-hold-fees
                           end-if
                           if holdEndDate < todayDate
                               perform end-one-hold
                           end-if
                           rewrite HOLD-rec
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Holds in force or ending: " holdsRead
               "  Fees charged: " feesCharged
               " for " feesTotal
               "  Ended: " holdsEnded
               delimited by size into report-line
           write report-line

           close HOLDS
           close ACMA
           close DUES
           close PAYMENTS
           close SWEEP-RPT

           display "Hold sweep complete."
           display "  Holds in force or ending: " holdsRead
           display "  Hold fees charged:        " feesCharged
           display "  Holds ended:              " holdsEnded
           display "Register written to data/HOLD_SWEEP.rpt"

           move "HOLDS" to ctrlJobName
           move holdsRead to ctrlRead
           compute ctrlWritten = feesCharged + holdsEnded
           move holdsNotExtended to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

      *> One fee for the month the hold begins and one for each
      *> monthly anniversary reached since, up to the end date.
       charge-hold-fees.
           if holdEndDate < todayDate
               move holdEndDate to lastFeeDate
           else
               move todayDate to lastFeeDate
           end-if
           move lastFeeDate to lastFeeParts
           move holdStartDate to startParts
           compute monthsDue =
               (lastFeeYYYY * 12 + lastFeeMM)
               - (startYYYY * 12 + startMM)
           if lastFeeDD < startDD
               subtract 1 from monthsDue
           end-if
           add 1 to monthsDue
           perform until holdFeesCharged >= monthsDue
               perform charge-one-fee
               add 1 to holdFeesCharged
           end-perform.

       charge-one-fee.
           move holdMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move holdMemberId to duesMemberId
                   move holdMemberName to duesMemberName
                   move holdMonthlyFee to amountOwed
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move todayDate to dueDate
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add holdMonthlyFee to amountOwed
                   rewrite DUES-rec
                   move "DUES" to aftFileCode
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
           end-read

           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move holdMemberId to paymentMemberId
           move holdMemberName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move holdMonthlyFee to paymentAmount
           move "M" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move "HOLD" to paymentChargeCode
           move "E" to paymentTaxCode
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal hold fee, receipt "
                           receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms

           add 1 to feesCharged
           add holdMonthlyFee to feesTotal
           move spaces to report-line
           string "| " holdMemberId " " holdMemberName
               " | hold " holdId
               " | monthly fee " holdMonthlyFee
               " | receipt " receiptNumber " |"
               delimited by size into report-line
           write report-line.

      *> A member with no expiry (life) has nothing to push out;
      *> a member kept in a branch file is extended at that desk.
       end-one-hold.
           compute daysHeld =
               function integer-of-date(holdEndDate)
               - function integer-of-date(holdStartDate) + 1
           move "E" to holdStatus
           move daysHeld to holdDaysHeld
           move 0 to holdOldExpiry
           move 0 to holdNewExpiry
           add 1 to holdsEnded

           move holdMemberId to memberId
           read ACMA key is memberId
               invalid key
                   add 1 to holdsNotExtended
                   move spaces to report-line
                   string "| " holdMemberId " " holdMemberName
                       " | hold ended, " daysHeld " days"
                       " | NOT IN data/ACMA.dat -- extend at the"
                       " member's branch |"
                       delimited by size into report-line
                   write report-line
                   exit paragraph
           end-read
           if expiryDate = 0
               move spaces to report-line
               string "| " holdMemberId " " holdMemberName
                   " | hold ended, " daysHeld " days"
                   " | no expiry to extend |"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if

           move expiryDate to holdOldExpiry
           compute expiryDate = function date-of-integer
               (function integer-of-date(expiryDate) + daysHeld)
           move expiryDate to holdNewExpiry
           rewrite ACMA-rec
           move "ACMA" to aftFileCode
           move "R" to aftAction
           move ACMA-rec to aftImage
           call "writeAfterImage" using after-image-parms

           move memberId to cardParmMemberId
           move "HOLDEND" to cardParmReason
           call "voidMemberCards" using card-parms

           move "HOLDEXTEND" to auditOperation
           move memberId to auditMemberId
           move memberName to auditMemberName
           move nickname to auditOldNickname
           move nickname to auditNewNickname
           move statusCode to auditOldStatus
           move statusCode to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           move spaces to report-line
           string "| " holdMemberId " " holdMemberName
               " | hold ended, " daysHeld " days"
               " | expiry " holdOldExpiry " -> " holdNewExpiry " |"
               delimited by size into report-line
           write report-line.
