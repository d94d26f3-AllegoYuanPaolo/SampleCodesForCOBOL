      *> journal type, and logs the visit to VISITS.dat flagged as
      *> a guest so the frequent-guest report has something to
      *> chase. No more waving guests through with no record and
      *> no fee. Where guest fees are taxable (their GLMAP.dat row
      *> says so) the sales tax goes on top as its own "T" row.
      *> The sponsor's desk alerts come up with the sponsor; a
      *> blocking one stops the pass.
        environment division.
           input-output section.
               file-control.
               01 guestFee pic 9(5)v99.
               01 balanceDue pic s9(5)v99.
               01 dueDays pic 9(7) value 30.
               01 taxAmountSave pic 9(5)v99 value 0.
               01 saleTaxCode pic x value "E".
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY TAXPARM.
               COPY ALERTPARM.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY VISITSTAT.
           display "Sponsor: " sponsorNameSave
                   " (branch " sponsorBranchSave ")"

           move sponsorId to alertParmMemberId
           move todayDate to alertParmDate
           move "D" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               display "Alert on file -- no pass issued."
               goback
           end-if

           perform work-out-sales-tax
           if guestFee > 0
               perform post-guest-fee
           end-if
                   initialize DUES-rec
                   move sponsorId to duesMemberId
                   move sponsorNameSave to duesMemberName
                   compute amountOwed = guestFee + taxAmountSave
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move sponsorBranchSave to duesBranchCode
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add guestFee taxAmountSave to amountOwed
                   move sponsorNameSave to duesMemberName
                   move sponsorBranchSave to duesBranchCode
                   rewrite DUES-rec
               move "U" to paymentType
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
                       display "Unable to journal guest fee,"
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               if taxAmountSave > 0
                   perform journal-sales-tax
               end-if
               close PAYMENTS
           end-if.

               end-write
               close VISITS
           end-if.

       work-out-sales-tax.
           initialize tax-parms
           move "U" to taxParmType
           move guestFee to taxParmAmount
           call "salesTaxCalc" using tax-parms
           if taxParmTaxable = 'y'
               move "T" to saleTaxCode
               move taxParmTax to taxAmountSave
               display "Sales tax " taxAmountSave
           end-if.

      *> The tax row follows the guest fee row, same member.
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
