               01 memberBranchSave pic x(4).
               01 openBalance pic s9(5)v99.
               01 creditApplied pic 9(5)v99.
               01 subsidyAmount pic 9(5)v99 value 0.
               01 chargeReceipt pic 9(7) value 0.
               COPY GETPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY TYPRULPARM.
               COPY ASSISTPARM.
               COPY CTRLPARM.
               COPY ACMASTAT.
               COPY DUESSTAT.
                               " for " memberIdSave
                           add 1 to familiesSkipped
                       not invalid key
                           move "DUES" to aftFileCode
                           move "W" to aftAction
                           move DUES-rec to aftImage
                           call "writeAfterImage"
                               using after-image-parms
                           perform apply-fee-assistance
                           perform register-household-charge
                   end-write
               not invalid key
                   add householdCharge to amountOwed
                   move memberNameSave to duesMemberName
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
                   perform apply-fee-assistance
                   perform apply-credit-on-account
                   perform register-household-charge
           end-read.

      *> An approved fee assistance application in effect today
      *> pays its percent of the household charge ahead of any
      *> credit on account; the "Y" row is journaled against the
      *> charge once the charge itself is on the journal.
       apply-fee-assistance.
           move 0 to subsidyAmount
           move memberIdSave to assistParmMemberId
           move todayDate to assistParmAsOfDate
           call "findAssistance" using assist-parms
           if assistParmFound = 'y' and assistParmPct > 0
               compute subsidyAmount rounded =
                   householdCharge * assistParmPct / 100
               add subsidyAmount to amountPaid
               rewrite DUES-rec
               move "DUES" to aftFileCode
               move "R" to aftAction
               move DUES-rec to aftImage
               call "writeAfterImage" using after-image-parms
           end-if.

      *> Money the member already has with us pays the household
      *> charge first, journaled as its own "B" row -- a family
      *> with credit on account never goes overdue for a charge
               move "B" to paymentType
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
                       display "Unable to journal credit"
               move memberNameSave to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move receiptNumber to chargeReceipt
               move householdCharge to paymentAmount
               move "H" to paymentType
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
                       display "Unable to journal household charge,"
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               if subsidyAmount > 0
                   perform journal-fee-assistance
               end-if
           end-if.

       journal-fee-assistance.
           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move memberIdSave to paymentMemberId
           move memberNameSave to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move subsidyAmount to paymentAmount
           move "Y" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move chargeReceipt to paymentLinkReceipt
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal fee assistance,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms.
