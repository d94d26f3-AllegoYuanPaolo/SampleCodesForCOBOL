      *> DUES-rec through the same pipeline duesPost uses, and
      *> journals it as a type "M" row with the charge code
      *> preserved -- towel money stops masquerading as dues and
      *> the cigar box retires. A code that sells a shelf item
      *> takes one off its STOCK.dat on-hand through postStockMove.
      *> A taxable code carries sales tax on top, worked out by
      *> salesTaxCalc and journaled as its own type "T" row.
        environment division.
           input-output section.
               file-control.
               01 chargeDescSave pic x(16).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 chargeDate pic 9(8).
               01 balanceDue pic s9(5)v99.
               01 dueDays pic 9(7) value 30.
               01 receiptNoSave pic 9(7) value 0.
               01 taxAmountSave pic 9(5)v99 value 0.
               01 saleTaxCode pic x value "E".
               01 chargePosted pic x value 'n'.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY STKPARM.
               COPY TAXPARM.
               COPY CHGCODESTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
           move findParmBranch to memberBranchSave
           display "Charging " memberNameSave "."

      *> A charge that belongs to an earlier day (a towel missed
      *> off last week's tab) is journaled today and carries the
      *> day it belongs to.
           display "Date the charge belongs to (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to chargeDate
           accept chargeDate
           if chargeDate = 0
               move todayDate to chargeDate
           end-if
           if chargeDate > todayDate
               display "A charge cannot be dated in the future."
               goback
           end-if

           initialize tax-parms
           move "M" to taxParmType
           move chargeCodeSave to taxParmChargeCode
           move chargeAmtSave to taxParmAmount
           call "salesTaxCalc" using tax-parms
           if taxParmTaxable = 'y'
               move "T" to saleTaxCode
               move taxParmTax to taxAmountSave
               display "Sales tax " taxAmountSave
           end-if

      *> Stock only comes off for a sale that reached both the
      *> account and the journal -- a charge that failed to post
      *> must not leave a stock movement nothing explains.
           perform post-misc-charge
           if chargePosted = 'y'
               perform take-stock-off
           end-if

       GOBACK.

               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "CHARGE NOT POSTED -- post " chargeAmtSave
                       " plus tax " taxAmountSave
                       " through dues posting!"
               exit paragraph
           end-if
                   initialize DUES-rec
                   move searchId to duesMemberId
                   move memberNameSave to duesMemberName
                   compute amountOwed =
                       chargeAmtSave + taxAmountSave
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move memberBranchSave to duesBranchCode
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add chargeAmtSave taxAmountSave to amountOwed
                   move memberNameSave to duesMemberName
                   move memberBranchSave to duesBranchCode
                   rewrite DUES-rec
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
           end-read
           if not DUES-status-ok
               display "Unable to update DUES data file. Status: "
                       DUES-status
               display "CHARGE NOT POSTED -- post " chargeAmtSave
                       " plus tax " taxAmountSave
                       " through dues posting!"
               close DUES
               exit paragraph
           end-if
           compute balanceDue = amountOwed - amountPaid
           display function trim(chargeDescSave) " "
                   chargeAmtSave
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move seqValue to receiptNoSave
               move searchId to paymentMemberId
               move memberNameSave to paymentMemberName
               move todayDate to paymentDate
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move chargeCodeSave to paymentChargeCode
               move saleTaxCode to paymentTaxCode
      *> Dated the day it is keyed; a charge for an earlier day
      *> keeps that day beside it, as a rolled posting does.
               move chargeDate to periodParmDate
               call "checkPeriod" using period-parms
               if chargeDate not = todayDate
                   move chargeDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal charge,"
                               " receipt " receiptNumber
               not invalid key
                   move 'y' to chargePosted
               end-write
               if periodParmRolled = 'y'
                   display "Month of " chargeDate " is closed --"
                           " journaled today, for " chargeDate "."
               end-if
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               if taxAmountSave > 0
                   perform journal-sales-tax
               end-if
               close PAYMENTS
           end-if.

      *> The tax row follows the sale row, same member, same code.
       journal-sales-tax.
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move taxAmountSave to paymentAmount
           move "T" to paymentType
           move space to paymentTaxCode
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal sales tax,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms.

      *> Services carry no stock row and pass straight through.
       take-stock-off.
           initialize stock-parms
           move chargeCodeSave to stkParmCode
           move "S" to stkParmType
           move 1 to stkParmQuantity
           move receiptNoSave to stkParmReceipt
           move memberNameSave to stkParmReference
           move currentOperator to stkParmOperator
           call "postStockMove" using stock-parms
           if stkParmCarried = 'y' and stkParmReorder = 'y'
               display "Stock of " function trim(chargeDescSave)
                       " down to " stkParmOnHand
                       " -- at or below its reorder point."
           end-if.
