        IDENTIFICATION DIVISION.
        PROGRAM-ID. referralCredit.
      *> Nightly referral conversion. Walks data/REFERRALS.dat for
      *> referrals still pending and looks at the referred
      *> member's DUES-rec: once their first dues are paid in full
      *> (something was owed and the paid bucket has caught up
      *> with it) the referral converts, and the referring member
      *> is given the REFCREDITCENTS credit on account, journaled
      *> as a type "L" referral credit row. A referrer who is no
      *> longer a live member converts the referral with no
      *> credit. Register goes to data/REFERRAL_CREDITS.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY REFERSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select CREDIT-RPT
                       assign to "data/REFERRAL_CREDITS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd REFERRALS.
                   COPY REFERFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd CREDIT-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 creditCents pic 9(7).
               01 creditAmount pic 9(5)v99.
               01 firstDuesPaid pic x.
               01 receiptNoSave pic 9(7).
               01 referralsChecked pic 9(5) value 0.
               01 referralsConverted pic 9(5) value 0.
               01 creditsTotal pic 9(7)v99 value 0.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY REFERSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time

      *> Credit in cents so the parameter file's whole-number rows
      *> can carry it.
           move "REFCREDITCENTS" to getParmName
           move 2500 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to creditCents
           compute creditAmount = creditCents / 100

           open i-o REFERRALS
           evaluate true
               when REFER-status = "05"
                   display "No referrals on file."
                   close REFERRALS
                   goback
               when REFER-status-ok
                   continue
               when other
                   display "Unable to open REFERRALS file. Status: "
                           REFER-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               add 1 to batchStepProblems
               close REFERRALS
               goback
           end-if

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               add 1 to batchStepProblems
               close REFERRALS
               close DUES
               goback
           end-if

           open output CREDIT-RPT
           move spaces to report-line
           string "Referral Credits - " todayDate
               "  (credit " creditAmount " per conversion)"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read REFERRALS next record
                   at end
                       move 'y' to eof
                   not at end
                       if referral-pending
                           add 1 to referralsChecked
                           perform check-one-referral
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Pending referrals checked: " referralsChecked
               "  Converted: " referralsConverted
               "  Credits: " creditsTotal
               delimited by size into report-line
           write report-line

           close REFERRALS
           close DUES
           close PAYMENTS
           close CREDIT-RPT

           display "Referral credit run complete."
           display "  Pending checked: " referralsChecked
           display "  Converted:       " referralsConverted
           display "  Credits given:   " creditsTotal
           display "Register written to data/REFERRAL_CREDITS.rpt"

       GOBACK.

       check-one-referral.
           move 'n' to firstDuesPaid
           move refMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   continue
               not invalid key
                   if amountOwed > 0 and amountPaid >= amountOwed
                       move 'y' to firstDuesPaid
                   end-if
           end-read
           if firstDuesPaid not = 'y'
               exit paragraph
           end-if

           add 1 to referralsConverted
           move "C" to refStatus
           move todayDate to refConvertedDate
           move 0 to refCreditAmount
           move 0 to refCreditReceipt

           move refReferrerId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               or findParmStatus = "D" or findParmStatus = "X"
               or creditAmount = 0
               rewrite REFER-rec
               move spaces to report-line
               string "| " refMemberId " " refMemberName
                   " | referrer " refReferrerId
                   " | CONVERTED, NO CREDIT |"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if

           perform credit-referrer
           move creditAmount to refCreditAmount
           move receiptNoSave to refCreditReceipt
           rewrite REFER-rec
           add creditAmount to creditsTotal

           move spaces to report-line
           string "| " refMemberId " " refMemberName
               " | referrer " refReferrerId " " findParmName
               " | credit " creditAmount
               " | receipt " receiptNoSave " |"
               delimited by size into report-line
           write report-line.

      *> The credit is held on account like an overpayment, for
      *> the referrer's next renewal to draw down.
       credit-referrer.
           move refReferrerId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move refReferrerId to duesMemberId
                   move findParmName to duesMemberName
                   move 0 to amountOwed
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move 0 to dueDate
                   move findParmBranch to duesBranchCode
                   move creditAmount to creditBalance
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
      *> Rows from before the credit field carry spaces there.
                   if creditBalance not numeric
                       move 0 to creditBalance
                   end-if
                   add creditAmount to creditBalance
                   move findParmName to duesMemberName
                   move findParmBranch to duesBranchCode
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
           move seqValue to receiptNoSave
           move refReferrerId to paymentMemberId
           move findParmName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move creditAmount to paymentAmount
           move "L" to paymentType
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
                   display "Unable to journal referral credit,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms.
