        IDENTIFICATION DIVISION.
        PROGRAM-ID. reversePayment.
      *> Takes back a payment the bank would not honour. The amount
      *> comes back off the paid bucket first, as a refund would;
      *> any part that had gone to credit on account comes off the
      *> credit, and anything the member has since spent from that
      *> credit goes back on as owed -- the member ends up exactly
      *> where they would have been had the money never arrived.
      *> The reversal journals as a type "N" row carrying the
      *> caller's reason code and linked back to the receipt it
      *> took back.
        environment division.
           input-output section.
               file-control.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
        DATA DIVISION.
           file section.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 amountLeft pic 9(5)v99.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
        LINKAGE SECTION.
            COPY REVPARM.
        PROCEDURE DIVISION USING rev-parms.

           accept todayDate from date yyyymmdd
           accept todayTime from time
           move spaces to revParmResult
           move spaces to revParmName
           move 0 to revParmReceipt
           move 0 to revParmBalance

           open i-o DUES
           if not DUES-status-ok
               move "DUESUNAVAILABLE" to revParmResult
               close DUES
               goback
           end-if

           move revParmMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   move "NODUESROW" to revParmResult
                   close DUES
                   goback
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           move duesMemberName to revParmName

           move revParmAmount to amountLeft
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
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           compute revParmBalance = amountOwed - amountPaid
           close DUES

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               display "Reversal of receipt " revParmOrigReceipt
                       " was posted but NOT journaled!"
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move seqValue to revParmReceipt
               move revParmMemberId to paymentMemberId
               move revParmName to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move revParmAmount to paymentAmount
               move "N" to paymentType
               move currentOperator to paymentOperator
               move revParmApprovedBy to paymentApprovedBy
               move revParmReason to paymentChargeCode
               move revParmOrigReceipt to paymentLinkReceipt
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal reversal, receipt "
                               receiptNumber
               end-write
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               close PAYMENTS
           end-if

       GOBACK.
