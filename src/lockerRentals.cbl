      *> the member's DUES-rec through the same pipeline duesPost
      *> uses, journaled as type "K"), releases them, and prints
      *> the per-branch occupancy report that says when to buy more
      *> lockers. Where locker rentals are taxable (their GLMAP.dat
      *> row says so) the sales tax goes on top as its own "T" row.
        environment division.
           input-output section.
               file-control.
               01 lockerFee pic 9(5)v99.
               01 balanceDue pic s9(5)v99.
               01 dueDays pic 9(7) value 30.
               01 taxAmountSave pic 9(5)v99 value 0.
               01 saleTaxCode pic x value "E".
               01 expiryParts.
                   02 expiryYYYY pic 9(4).
                   02 expiryMM pic 9(2).
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY TAXPARM.
               COPY LOCKERSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
                   " assigned to " memberNameSave
                   " until " lockerExpiry "."

           perform work-out-sales-tax
           if lockerFee > 0
               perform post-locker-fee
           end-if.
                   initialize DUES-rec
                   move searchId to duesMemberId
                   move memberNameSave to duesMemberName
                   compute amountOwed = lockerFee + taxAmountSave
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move memberBranchSave to duesBranchCode
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add lockerFee taxAmountSave to amountOwed
                   move memberNameSave to duesMemberName
                   move memberBranchSave to duesBranchCode
                   rewrite DUES-rec
               move "K" to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move saleTaxCode to paymentTaxCode
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal locker fee,"
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               if taxAmountSave > 0
                   perform journal-sales-tax
               end-if
               close PAYMENTS
           end-if.

       work-out-sales-tax.
           initialize tax-parms
           move "K" to taxParmType
           move lockerFee to taxParmAmount
           call "salesTaxCalc" using tax-parms
           if taxParmTaxable = 'y'
               move "T" to saleTaxCode
               move taxParmTax to taxAmountSave
               display "Sales tax " taxAmountSave
           end-if.

      *> The tax row follows the locker fee row, same member.
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
