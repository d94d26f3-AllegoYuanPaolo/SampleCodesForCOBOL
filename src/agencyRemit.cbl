        IDENTIFICATION DIVISION.
        PROGRAM-ID. agencyRemit.
      *> Collection agency remittance import: reads the agency's
      *> monthly remittance file (data/AGENCY_REMIT.txt -- case
      *> number, member number, amount recovered, the agency's
      *> commission on it, an action code and the date, per line)
      *> for the cases agencyPlacement placed with it. The money
      *> the agency passes on -- recovered less commission -- is
      *> posted through postPayment as an agency-tendered payment,
      *> and the commission is journaled beside it as its own
      *> type "J" row crediting the member's account, so the
      *> member is clear of everything they paid the agency and
      *> the books carry the commission as collection cost. Action
      *> S (settled) closes the case collected, R (recalled)
      *> closes it uncollected, P (payment) leaves it with the
      *> agency unless the balance is now clear. A line for a case
      *> not placed, or for another member, is not posted and is
      *> listed for the agency to put right. A register of every
      *> line goes to data/AGENCY_REMIT.rpt and the processed file
      *> is set aside under a dated name.
        environment division.
           input-output section.
               file-control.
                   COPY COLLCASESEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select optional REMIT-IN
                       assign to "data/AGENCY_REMIT.txt"
                       organization is line sequential
                       file status is REMIT-status.
                   select REGISTER-RPT
                       assign to "data/AGENCY_REMIT.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd COLLCASES.
                   COPY COLLCASEFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd REMIT-IN.
                   01 remit-line.
                       02 remCaseId pic 9(7).
                       02 filler pic x.
                       02 remMemberId pic 9(7).
                       02 filler pic x.
                       02 remCollected pic 9(5)v99.
                       02 filler pic x.
                       02 remCommission pic 9(5)v99.
                       02 filler pic x.
                       02 remAction pic x.
                           88 rem-payment value "P".
                           88 rem-settled value "S".
                           88 rem-recalled value "R".
                       02 filler pic x.
                       02 remDate pic 9(8).
               fd REGISTER-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 REMIT-status pic xx.
               01 linesRead pic 9(5) value 0.
               01 linesApplied pic 9(5) value 0.
               01 linesRejected pic 9(5) value 0.
               01 casesClosed pic 9(5) value 0.
               01 netAmount pic 9(5)v99.
               01 netPosted pic 9(7)v99 value 0.
               01 commissionPosted pic 9(7)v99 value 0.
               01 openBalance pic s9(5)v99.
               01 excessPaid pic 9(5)v99.
               01 lineOutcome pic x(16).
               01 netReceipt pic 9(7).
               01 commReceipt pic 9(7).
               01 commandLine pic x(120).
               COPY PAYPARM.
               COPY CTRLPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY COLLCASESTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input REMIT-IN
           if REMIT-status not = "00"
               display "No agency remittance file at"
                       " data/AGENCY_REMIT.txt -- nothing to import."
               close REMIT-IN
               goback
           end-if

           open i-o COLLCASES
           if not CASE-status-ok
               display "Unable to open COLLCASES file. Status: "
                       CASE-status
               add 1 to batchStepProblems
               close REMIT-IN
               goback
           end-if

           open output REGISTER-RPT
           move spaces to report-line
           string "Collection Agency Remittance Register - "
               todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read REMIT-IN
                   at end
                       move 'y' to eof
                   not at end
      *> The agency's header and trailer lines carry no numeric
      *> case number -- skip them.
                       if remit-line(1:7) is numeric
                           add 1 to linesRead
                           perform import-one-line
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Lines read: " linesRead
               "  Applied: " linesApplied
               "  Not applied: " linesRejected
               "  Cases closed: " casesClosed
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Net posted: " netPosted
               "  Commission journaled: " commissionPosted
               delimited by size into report-line
           write report-line

           close REMIT-IN
           close COLLCASES
           close REGISTER-RPT

      *> Set the processed file aside so next month's file starts
      *> fresh.
           move spaces to commandLine
           string "mv data/AGENCY_REMIT.txt"
               " data/AGENCY_REMIT_" todayDate ".done"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           display "Agency remittance import complete."
           display "  Lines read:    " linesRead
           display "  Applied:       " linesApplied
           display "  Not applied:   " linesRejected
           display "  Cases closed:  " casesClosed
           display "Register written to data/AGENCY_REMIT.rpt"

           move "AGENCYREMIT" to ctrlJobName
           move linesRead to ctrlRead
           move linesApplied to ctrlWritten
           move linesRejected to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       import-one-line.
           move spaces to lineOutcome
           move 0 to netReceipt
           move 0 to commReceipt
           move 0 to netAmount
           move 1 to openBalance

           evaluate true
               when not (rem-payment or rem-settled or rem-recalled)
                   move "BADACTION" to lineOutcome
               when remCollected not numeric
                   or remCommission not numeric
                   move "BADAMOUNT" to lineOutcome
               when remCommission > remCollected
                   move "COMMISSIONOVER" to lineOutcome
               when rem-payment and remCollected = 0
                   move "BADAMOUNT" to lineOutcome
               when other
                   move remCaseId to caseId
                   read COLLCASES key is caseId
                       invalid key
                           move "NOCASE" to lineOutcome
                   end-read
           end-evaluate
           if lineOutcome = spaces
               evaluate true
                   when caseMemberId not = remMemberId
                       move "WRONGMEMBER" to lineOutcome
                   when not stage-placed
                       move "NOTPLACED" to lineOutcome
                   when other
                       continue
               end-evaluate
           end-if

           if lineOutcome not = spaces
               add 1 to linesRejected
               move spaces to report-line
               string "| case " remCaseId
                   " | " remMemberId
                   " | " remAction
                   " | " remCollected
                   " | NOT APPLIED " lineOutcome " |"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if

           compute netAmount = remCollected - remCommission
           if netAmount > 0
               initialize pay-parms
               move remMemberId to payParmMemberId
               move netAmount to payParmAmount
               move "G" to payParmTender
               move 'n' to payParmNeedBalance
               move "Y" to payParmNoDrawer
               call "postPayment" using pay-parms
               if payParmResult not = spaces
                   add 1 to linesRejected
                   move spaces to report-line
                   string "| case " remCaseId
                       " | " remMemberId
                       " | " remAction
                       " | " remCollected
                       " | NOT APPLIED " payParmResult " |"
                       delimited by size into report-line
                   write report-line
                   exit paragraph
               end-if
               move payParmReceipt to netReceipt
               move payParmBalance to openBalance
               add netAmount to netPosted
           end-if

           if remCommission > 0
               perform post-commission
           end-if

      *> A settlement closes the case collected, as does a payment
      *> that has cleared the balance; a recall hands it back
      *> uncollected for the desk to decide on a write-off.
           evaluate true
               when rem-recalled
                   move "R" to caseStage
                   move todayDate to caseClosedDate
                   rewrite CASE-rec
                   add 1 to casesClosed
               when rem-settled
               when openBalance <= 0 and remCollected > 0
                   move "X" to caseStage
                   move todayDate to caseClosedDate
                   rewrite CASE-rec
                   add 1 to casesClosed
               when other
                   continue
           end-evaluate

           add 1 to linesApplied
           move spaces to report-line
           string "| case " remCaseId
               " | " remMemberId
               " | " remAction
               " | " remCollected
               " | net " netAmount " receipt " netReceipt
               " | comm " remCommission " receipt " commReceipt
               " | stage " caseStage " |"
               delimited by size into report-line
           write report-line.

      *> The commission credits the member's account the way an
      *> adjustment does -- open balance first, any excess held as
      *> credit on account -- and is journaled linked to the net
      *> payment's receipt. openBalance is left on what the member
      *> still owes afterwards.
       post-commission.
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               add 1 to batchStepProblems
               close DUES
               exit paragraph
           end-if
           move remMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   display "No DUES row for " remMemberId
                           " -- commission not posted."
                   add 1 to batchStepProblems
                   close DUES
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           compute openBalance = amountOwed - amountPaid
           if openBalance > 0
               and remCommission > openBalance
               compute excessPaid = remCommission - openBalance
               add openBalance to amountPaid
               add excessPaid to creditBalance
           else
               if openBalance <= 0
                   add remCommission to creditBalance
               else
                   add remCommission to amountPaid
               end-if
           end-if
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           compute openBalance = amountOwed - amountPaid
           close DUES

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               display "Commission for " remMemberId
                       " was posted but NOT journaled!"
               add 1 to batchStepProblems
               close PAYMENTS
               exit paragraph
           end-if
           accept todayTime from time
           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move seqValue to commReceipt
           move remMemberId to paymentMemberId
           move caseMemberName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move remCommission to paymentAmount
           move "J" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move spaces to paymentTender
           move netReceipt to paymentLinkReceipt
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal commission, receipt "
                           receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms
           add remCommission to commissionPosted
           close PAYMENTS.
