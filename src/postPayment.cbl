        IDENTIFICATION DIVISION.
        PROGRAM-ID. postPayment.
      *> Posts one member payment exactly as duesPost does at the
      *> desk, for the jobs that take money with nobody keying it:
      *> the member is found through findMember in whatever branch
      *> holds them (a deceased member is not live and is
      *> refused), the open balance is settled first and any
      *> excess is held as credit on account, the payment is
      *> journaled as a type "P" row with its tender and a RECEIPT
      *> number, and an open collections case closes when the
      *> balance clears. When the caller needs an open balance
      *> and there is none, or a check arrives from a member who
      *> is cash-only after a returned check, nothing posts --
      *> the caller files the item to suspense with the reason
      *> handed back.
        environment division.
           input-output section.
               file-control.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   COPY COLLCASESEL.
        DATA DIVISION.
           file section.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd COLLCASES.
                   COPY COLLCASEFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 memberBranchSave pic x(4).
               01 openBalance pic s9(5)v99.
               01 excessPaid pic 9(5)v99.
               01 moreCases pic x.
               01 caseBrowseEof pic x.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY COLLCASESTAT.
        LINKAGE SECTION.
            COPY PAYPARM.
        PROCEDURE DIVISION USING pay-parms.

           accept todayDate from date yyyymmdd
           accept todayTime from time
           move spaces to payParmResult
           move spaces to payParmName
           move 0 to payParmReceipt
           move 0 to payParmBalance

           if payParmAmount = 0
               move "ZEROAMOUNT" to payParmResult
               goback
           end-if

           move payParmMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               move "NOMEMBER" to payParmResult
               goback
           end-if
           if findParmStatus = "D"
               move "NOTLIVE" to payParmResult
               goback
           end-if
           move findParmName to payParmName
           move findParmBranch to memberBranchSave

           open i-o DUES
           if not DUES-status-ok
               move "DUESUNAVAILABLE" to payParmResult
               close DUES
               goback
           end-if

           move payParmMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   move "NODUESROW" to payParmResult
                   close DUES
                   goback
           end-read
      *> Rows from before the credit field carry spaces there.
           if creditBalance not numeric
               move 0 to creditBalance
           end-if

           if payParmTender = "K" and dues-cash-only
               move "CASHONLY" to payParmResult
               close DUES
               goback
           end-if

           compute openBalance = amountOwed - amountPaid
           if openBalance <= 0 and payParmNeedBalance = 'y'
               move "NOBALANCE" to payParmResult
               close DUES
               goback
           end-if

      *> The open part settles the balance and the rest is held as
      *> credit on account, as at the desk.
           if openBalance > 0
               and payParmAmount > openBalance
               compute excessPaid = payParmAmount - openBalance
               add openBalance to amountPaid
               add excessPaid to creditBalance
           else
               if openBalance <= 0
                   add payParmAmount to creditBalance
               else
                   add payParmAmount to amountPaid
               end-if
           end-if
           move todayDate to lastPaymentDate
           move payParmName to duesMemberName
           move memberBranchSave to duesBranchCode
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           compute payParmBalance = amountOwed - amountPaid
           close DUES

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               display "Payment for " payParmMemberId
                       " was posted but NOT journaled!"
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move seqValue to payParmReceipt
               move payParmMemberId to paymentMemberId
               move payParmName to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move payParmAmount to paymentAmount
               move "P" to paymentType
               if pay-parm-no-drawer
                   move spaces to paymentOperator
               else
                   move currentOperator to paymentOperator
               end-if
               move spaces to paymentApprovedBy
               move payParmTender to paymentTender
               if payParmTender = "K"
                   move payParmCheckNumber to paymentCheckNumber
               end-if
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal payment, receipt "
                               receiptNumber
               end-write
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               close PAYMENTS
           end-if

           if payParmBalance <= 0
               perform close-collections-cases
           end-if

       GOBACK.

      *> Each pass re-STARTs the member's case chain and closes the
      *> first open case found, as duesPost does.
       close-collections-cases.
           open i-o COLLCASES
           if not CASE-status-ok
               close COLLCASES
               exit paragraph
           end-if
           move 'y' to moreCases
           perform until moreCases = 'n'
               perform close-one-case
           end-perform
           close COLLCASES.

       close-one-case.
           move 'n' to moreCases
           move 'n' to caseBrowseEof
           move payParmMemberId to caseMemberId
           start COLLCASES key is equal to caseMemberId
               invalid key
                   move 'y' to caseBrowseEof
           end-start
           perform until caseBrowseEof = 'y'
               read COLLCASES next record
                   at end
                       move 'y' to caseBrowseEof
                   not at end
                       evaluate true
                           when caseMemberId not = payParmMemberId
                               move 'y' to caseBrowseEof
                           when case-open
                               move "X" to caseStage
                               move todayDate to caseClosedDate
                               rewrite CASE-rec
                               move 'y' to moreCases
                               move 'y' to caseBrowseEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
