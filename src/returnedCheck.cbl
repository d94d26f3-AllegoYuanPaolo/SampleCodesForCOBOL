        IDENTIFICATION DIVISION.
        PROGRAM-ID. returnedCheck.
      *> Returned-check (NSF) desk function. The desk keys the
      *> receipt number of the check the bank sent back; the
      *> original type "P" check payment is found in PAYMENTS.dat
      *> and taken back off the member's DUES-rec through
      *> reversePayment, journaled as a type "N" row linked to the
      *> original receipt. The returned-check fee (NSFFEECENTS
      *> parameter) is then charged as a type "M" row under the
      *> NSF charge code, linked to the same receipt, and the
      *> member is marked cash-only so duesPost and tillClose
      *> refuse another check. A supervisor puts their credentials
      *> on the reversal, and only a supervisor clears the flag.
        environment division.
           input-output section.
               file-control.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   COPY OPERSEL.
        DATA DIVISION.
           file section.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd OPERATORS.
                   COPY OPERFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 searchId pic 9(7).
               01 inputReceipt pic 9(7).
               01 origMemberId pic 9(7).
               01 origMemberName pic x(16).
               01 origAmount pic 9(5)v99.
               01 origDate pic 9(8).
               01 origCheckNumber pic x(10).
               01 alreadyReversed pic x.
               01 confirmChoice pic x.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 nsfFeeCents pic 9(7).
               01 nsfFee pic 9(5)v99 value 0.
               01 balanceDue pic s9(5)v99.
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               01 supervisorPassword pic x(10).
               COPY GETPARM.
               COPY CHKDIGPARM.
               COPY REVPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY OPERSTAT.

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

           accept todayDate from date yyyymmdd
           accept todayTime from time

           display "Returned checks"
           display "[1] Record a returned check"
           display "[2] Clear a member's cash-only flag"
           display "[3] List cash-only members"
           display "Enter option >" no advancing
           accept maintChoice

           evaluate maintChoice
               when 1
                   perform record-returned-check
               when 2
                   perform clear-cash-only
               when other
                   perform list-cash-only
           end-evaluate

       GOBACK.

       record-returned-check.
           display "Receipt number of the returned check: "
                   no advancing
           move 0 to inputReceipt
           accept inputReceipt

           open input PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               close PAYMENTS
               exit paragraph
           end-if

           move inputReceipt to receiptNumber
           read PAYMENTS key is receiptNumber
               invalid key
                   display "No such receipt: " inputReceipt
                   close PAYMENTS
                   exit paragraph
           end-read
           if not payment-regular or not tender-check
               display "Receipt " inputReceipt " is not a check"
                       " payment -- nothing to return."
               close PAYMENTS
               exit paragraph
           end-if
           move paymentMemberId to origMemberId
           move paymentMemberName to origMemberName
           move paymentAmount to origAmount
           move paymentDate to origDate
           move paymentCheckNumber to origCheckNumber

           perform find-earlier-reversal
           close PAYMENTS
           if alreadyReversed = 'y'
               display "Receipt " inputReceipt " has already been"
                       " reversed or voided -- nothing to do."
               exit paragraph
           end-if

           display "Check payment " inputReceipt " of " origAmount
                   " on " origDate
           display "  Member " origMemberId " " origMemberName
           if origCheckNumber not = spaces
               display "  Check number " origCheckNumber
           end-if

      *> The fee is held in cents so the parameter file's
      *> whole-number rows can carry it.
           move "NSFFEECENTS" to getParmName
           move 2500 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to nsfFeeCents
           compute nsfFee = nsfFeeCents / 100
           display "  Returned-check fee " nsfFee

           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Not approved -- nothing posted."
               exit paragraph
           end-if

           display "Reverse the payment, charge the fee and mark"
                   " the member cash-only? [y/n] >" no advancing
           move 'n' to confirmChoice
           accept confirmChoice
           if confirmChoice not = 'y' and confirmChoice not = 'Y'
               display "Nothing posted."
               exit paragraph
           end-if

           initialize rev-parms
           move origMemberId to revParmMemberId
           move origAmount to revParmAmount
           move inputReceipt to revParmOrigReceipt
           move "NSF" to revParmReason
           move supervisorId to revParmApprovedBy
           call "reversePayment" using rev-parms
           if revParmResult not = spaces
               display "Payment NOT reversed: " revParmResult
               exit paragraph
           end-if
           display "Payment reversed. Receipt " revParmReceipt

           perform post-nsf-fee

           display "Member " origMemberId " is now cash-only."
                   " Balance due: " balanceDue.

      *> A reversal carries the original receipt in its linked
      *> receipt field -- walk the member's chain for one. A void
      *> of the receipt has already taken the payment back too.
       find-earlier-reversal.
           move 'n' to alreadyReversed
           move 'n' to eof
           move origMemberId to paymentMemberId
           start PAYMENTS key is equal to paymentMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       evaluate true
                           when paymentMemberId not = origMemberId
                               move 'y' to eof
                           when payment-returned
                               and paymentLinkReceipt = inputReceipt
                               move 'y' to alreadyReversed
                               move 'y' to eof
                           when payment-void
                               and paymentLinkReceipt = inputReceipt
                               move 'y' to alreadyReversed
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> reversePayment has just rewritten the row, so it is there.
       post-nsf-fee.
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "FEE NOT CHARGED AND MEMBER NOT FLAGGED --"
                       " post " nsfFee " as a misc charge!"
               exit paragraph
           end-if

           move origMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   display "No dues record for " origMemberId
                           " -- fee not charged."
                   close DUES
                   exit paragraph
           end-read
           add nsfFee to amountOwed
           move "Y" to duesCashOnly
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           compute balanceDue = amountOwed - amountPaid
           close DUES

           if nsfFee > 0
               perform journal-nsf-fee
           end-if.

       journal-nsf-fee.
           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               display "Fee was posted but NOT journaled!"
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move origMemberId to paymentMemberId
               move origMemberName to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move nsfFee to paymentAmount
               move "M" to paymentType
               move currentOperator to paymentOperator
               move supervisorId to paymentApprovedBy
               move "NSF" to paymentChargeCode
               move "E" to paymentTaxCode
               move inputReceipt to paymentLinkReceipt
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal fee, receipt "
                               receiptNumber
               end-write
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               display "Returned-check fee " nsfFee
                       " charged. Receipt " receiptNumber
               close PAYMENTS
           end-if.

       clear-cash-only.
           display "Member number: " no advancing
           accept searchId
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               exit paragraph
           end-if

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               close DUES
               exit paragraph
           end-if
           move searchId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   display "No dues record for " searchId "."
                   close DUES
                   exit paragraph
           end-read
           if not dues-cash-only
               display duesMemberName " is not cash-only."
               close DUES
               exit paragraph
           end-if

           display duesMemberName " is cash-only."
           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Not approved -- flag stands."
               close DUES
               exit paragraph
           end-if

           move space to duesCashOnly
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           close DUES
           display "Cash-only flag cleared by " supervisorId
                   " -- checks accepted again.".

       list-cash-only.
           open input DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               close DUES
               exit paragraph
           end-if
           display "Member  Name             Owed     Paid"
           perform until eof = 'y'
               read DUES next record
                   at end
                       move 'y' to eof
                   not at end
                       if dues-cash-only
                           display duesMemberId " " duesMemberName
                                   " " amountOwed " " amountPaid
                       end-if
               end-read
           end-perform
           close DUES.

      *> A returned check or a cleared flag only goes through when
      *> a supervisor- or admin-level operator keys their own
      *> credentials here.
       approve-by-supervisor.
           move 'n' to approvalOk

           open input OPERATORS
           if not OPER-status-ok
               display "Unable to open OPERATORS file. Status: "
                       OPER-status
               close OPERATORS
           else
               display "Supervisor approval required."
               display "Supervisor ID: " no advancing
               accept supervisorId
               display "Supervisor password: " no advancing
               accept supervisorPassword

               move supervisorId to operatorId
               read OPERATORS key is operatorId
                   invalid key
                       display "Unknown supervisor ID."
                   not invalid key
                       evaluate true
                           when oper-locked
                               display "Account is locked -- cannot"
                                       " approve."
                           when operatorPassword
                                   not = supervisorPassword
                               display "Incorrect password."
                           when oper-level-supervisor
                           when oper-level-admin
                               move 'y' to approvalOk
                           when other
                               display "Operator " supervisorId
                                       " is not supervisor level."
                       end-evaluate
               end-read
               close OPERATORS
           end-if.
