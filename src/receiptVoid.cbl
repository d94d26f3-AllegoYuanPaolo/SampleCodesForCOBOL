        IDENTIFICATION DIVISION.
        PROGRAM-ID. receiptVoid.
      *> Receipt void desk function. A receipt spoiled at the desk
      *> is voided the same day it was issued, with a reason and a
      *> supervisor's credentials: the voided row stays in
      *> data/PAYMENTS.dat untouched and a type "Z" row, on its own
      *> receipt number and linked back to the voided one, takes
      *> its effect off the member's DUES-rec. A payment comes back
      *> off the paid bucket first (then credit, then owed, the way
      *> reversePayment takes back a dishonoured one); a charge
      *> comes off owed; a donation never touched DUES. A sale's
      *> sales-tax row is voided with it and a carried item goes
      *> back on the shelf. Anything else -- renewals, gifts, event
      *> seats, slot bookings, lockers and the correction types --
      *> is undone through its own desk function, never voided.
      *> receiptContinuity lists every void with who approved it.
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
               01 eof pic x value 'n'.
               01 inputReceipt pic 9(7).
               01 inputReason pic x(12).
               01 confirmChoice pic x.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 alreadyVoided pic x.
               01 alreadyReversed pic x.
               01 taxFound pic x.
               01 voidOk pic x.
               01 amountLeft pic 9(5)v99.
               01 balanceDue pic s9(5)v99.
               01 voidReceiptSave pic 9(7).
               01 saleType pic x.
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               01 supervisorPassword pic x(10).
               01 orig-row.
                   02 origReceipt pic 9(7).
                   02 origMemberId pic 9(7).
                   02 origMemberName pic x(16).
                   02 origDate pic 9(8).
                   02 origTime pic 9(8).
                   02 origAmount pic 9(5)v99.
                   02 origType pic x.
                   02 origTender pic x.
                   02 origChargeCode pic x(4).
                   02 origTaxCode pic x.
                   02 origOperator pic x(10).
               01 tax-row.
                   02 taxReceipt pic 9(7).
                   02 taxAmount pic 9(5)v99.
                   02 taxTender pic x.
                   02 taxOperator pic x(10).
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY AUDITPARM.
               COPY STKPARM.
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

           display "Receipt void"
           display "Receipt number to void: " no advancing
           move 0 to inputReceipt
           accept inputReceipt

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               close PAYMENTS
               goback
           end-if

           move inputReceipt to receiptNumber
           read PAYMENTS key is receiptNumber
               invalid key
                   display "No such receipt: " inputReceipt
                   close PAYMENTS
                   goback
           end-read
           move receiptNumber to origReceipt
           move paymentMemberId to origMemberId
           move paymentMemberName to origMemberName
           move paymentDate to origDate
           move paymentTime to origTime
           move paymentAmount to origAmount
           move paymentType to origType
           move paymentTender to origTender
           move paymentChargeCode to origChargeCode
           move paymentTaxCode to origTaxCode
           move paymentOperator to origOperator

           perform check-voidable
           if voidOk not = 'y'
               close PAYMENTS
               goback
           end-if

           perform find-earlier-void
           if alreadyVoided = 'y'
               display "Receipt " inputReceipt " is already voided."
               close PAYMENTS
               goback
           end-if
           if alreadyReversed = 'y'
               display "Receipt " inputReceipt " has been reversed"
                       " -- it cannot be voided as well."
               close PAYMENTS
               goback
           end-if

           move 'n' to taxFound
           if origType = "M" or origType = "U"
               perform find-sales-tax-row
           end-if

           display "Receipt " origReceipt " type " origType
                   " amount " origAmount " at " origTime(1:4)
           display "  Member " origMemberId " " origMemberName
           if taxFound = 'y'
               display "  Sales tax receipt " taxReceipt " of "
                       taxAmount " is voided with it."
           end-if

           move spaces to inputReason
           perform until inputReason not = spaces
               display "Reason for the void: " no advancing
               accept inputReason
           end-perform

           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Not approved -- nothing voided."
               close PAYMENTS
               goback
           end-if

           display "Void receipt " origReceipt "? [y/n] >"
                   no advancing
           move 'n' to confirmChoice
           accept confirmChoice
           if confirmChoice not = 'y' and confirmChoice not = 'Y'
               display "Nothing voided."
               close PAYMENTS
               goback
           end-if

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "Nothing voided."
               close DUES
               close PAYMENTS
               goback
           end-if

           move origType to saleType
           perform void-one-row
           if taxFound = 'y'
               move taxReceipt to origReceipt
               move taxAmount to origAmount
               move "T" to origType
               move taxTender to origTender
               move space to origTaxCode
               move taxOperator to origOperator
               perform void-one-row
           end-if
           if saleType = "M" and origChargeCode not = spaces
               perform put-stock-back
           end-if

           close DUES
           close PAYMENTS

           move "RCPTVOID" to auditOperation
           move origMemberId to auditMemberId
           move origMemberName to auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move space to auditOldStatus
           move space to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           display "Receipt " inputReceipt " voided by void receipt "
                   voidReceiptSave ", approved by " supervisorId "."
           display "Balance due now " balanceDue

       GOBACK.

      *> Same day only, and only the rows a void can undo cleanly.
       check-voidable.
           move 'n' to voidOk
           evaluate true
               when origDate not = todayDate
                   display "Receipt " inputReceipt " was issued "
                           origDate " -- only a receipt issued"
                           " today can be voided."
               when origType = "Z"
                   display "Receipt " inputReceipt " is itself a"
                           " void."
               when origType = "T"
                   display "Receipt " inputReceipt " is sales tax --"
                           " void the sale receipt and its tax goes"
                           " with it."
               when origType = "P" or "D" or "M" or "U" or "F"
                   or "Q"
                   move 'y' to voidOk
               when other
                   display "A type " origType " row is undone through"
                           " its own desk function, not voided."
           end-evaluate.

      *> A void carries the voided receipt in its linked receipt
      *> field -- walk the member's chain for one. A reversal
      *> (a returned check or draft) links the same way and has
      *> already taken the payment back.
       find-earlier-void.
           move 'n' to alreadyVoided
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
                           when payment-void
                               and paymentLinkReceipt = origReceipt
                               move 'y' to alreadyVoided
                               move 'y' to eof
                           when payment-returned
                               and paymentLinkReceipt = origReceipt
                               move 'y' to alreadyReversed
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> The tax row is journaled straight after its sale with the
      *> sale's member, time and charge code.
       find-sales-tax-row.
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
                           when payment-salestax
                               and receiptNumber > origReceipt
                               and paymentDate = origDate
                               and paymentTime = origTime
                               and paymentChargeCode = origChargeCode
                               move 'y' to taxFound
                               move receiptNumber to taxReceipt
                               move paymentAmount to taxAmount
                               move paymentTender to taxTender
                               move paymentOperator to taxOperator
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

       void-one-row.
           move origMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   move 0 to balanceDue
                   if origType not = "D"
                       display "No dues record for " origMemberId
                               " -- journaled only."
                   end-if
               not invalid key
                   if creditBalance not numeric
                       move 0 to creditBalance
                   end-if
                   perform take-effect-off-dues
                   rewrite DUES-rec
                   move "DUES" to aftFileCode
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
                   compute balanceDue = amountOwed - amountPaid
                       - creditBalance
           end-read

           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move origMemberId to paymentMemberId
           move origMemberName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move origAmount to paymentAmount
           move "Z" to paymentType
      *> A row that never touched a drawer (a lockbox or bank
      *> payment) keeps its void off the drawers too; the voider
      *> is on the audit trail either way.
           if origOperator not = spaces
               move currentOperator to paymentOperator
           end-if
           move supervisorId to paymentApprovedBy
           move origTender to paymentTender
           move origChargeCode to paymentChargeCode
           move origTaxCode to paymentTaxCode
           move origReceipt to paymentLinkReceipt
           move origType to paymentVoidedType
           move inputReason to paymentVoidReason
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal void, receipt "
                           receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms
           if origReceipt = inputReceipt
               move receiptNumber to voidReceiptSave
           end-if.

       take-effect-off-dues.
           evaluate origType
               when "P"
                   move origAmount to amountLeft
                   if amountLeft > amountPaid
                       subtract amountPaid from amountLeft
                       move 0 to amountPaid
                   else
                       subtract amountLeft from amountPaid
                       move 0 to amountLeft
                   end-if
                   if amountLeft > 0
                       if amountLeft > creditBalance
                           subtract creditBalance from amountLeft
                           move 0 to creditBalance
                           add amountLeft to amountOwed
                       else
                           subtract amountLeft from creditBalance
                       end-if
                   end-if
               when "D"
                   continue
               when other
      *> A charge comes off owed; anything owed has since lost
      *> (already paid down) goes back as credit.
                   if origAmount > amountOwed
                       compute amountLeft = origAmount - amountOwed
                       move 0 to amountOwed
                       add amountLeft to creditBalance
                   else
                       subtract origAmount from amountOwed
                   end-if
           end-evaluate.

      *> The item never left the shelf -- a negative sale puts it
      *> back. Services carry no stock row and pass through.
       put-stock-back.
           initialize stock-parms
           move origChargeCode to stkParmCode
           move "S" to stkParmType
           move -1 to stkParmQuantity
           move inputReceipt to stkParmReceipt
           move origMemberName to stkParmReference
           move currentOperator to stkParmOperator
           call "postStockMove" using stock-parms.

      *> A void only goes through when a supervisor- or admin-level
      *> operator keys their own credentials here.
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
