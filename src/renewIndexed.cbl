            01 newExpirySave pic 9(8) value 0.
            01 openBalance pic s9(5)v99.
            01 creditApplied pic 9(5)v99 value 0.
            01 inputPromoCode pic x(8).
            01 promoDone pic x.
            01 promoCodeSave pic x(8) value spaces.
            01 promoFullCharge pic 9(5)v99 value 0.
            01 promoReceipt pic 9(7) value 0.
            01 subsidyAmount pic 9(5)v99 value 0.
            01 chargeReceipt pic 9(7) value 0.
            COPY PRORPARM.
            COPY CARDPARM.
            COPY GETPARM.
            COPY AUDITPARM.
            COPY SEQPARM.
            COPY PERIODPARM.
               COPY AFTIMGPARM.
            COPY TYPRULPARM.
            COPY PROMOPARM.
            COPY CORPPARM.
            COPY ASSISTPARM.
            COPY ACMASTAT.
            COPY DUESSTAT.
            COPY PAYJNLSTAT.
               end-if
           end-if

      *> An employee on a corporate account renews at the
      *> employer's negotiated rate; a lapsed link is full rate.
           if renewalFee > 0
               move searchId to corpParmMemberId
               move todayDate to corpParmAsOfDate
               call "findCorpLink" using corp-parms
               if corpParmLinked = 'y' and corpParmDiscountPct > 0
                   compute renewalFee rounded = renewalFee
                       - renewalFee * corpParmDiscountPct / 100
                   display "Corporate rate (" corpParmName "): "
                           corpParmDiscountPct "% off -- charging "
                           renewalFee
               end-if
           end-if

           if renewalFee > 0
               perform take-promo-code
           end-if

           if renewalFee = 0
               if promoCodeSave not = spaces
                   display "Renewal fee waived by promotion "
                           promoCodeSave
               else
                   display "No renewal fee for this membership type."
               end-if
           else
               open i-o DUES

                       call "writeAfterImage" using after-image-parms
               end-read

               perform apply-fee-assistance
               perform apply-credit-on-account

               compute balanceDue = amountOwed - amountPaid
               close DUES

               perform journal-renewal-charge
               if subsidyAmount > 0
                   perform journal-fee-assistance
               end-if
               if creditApplied > 0
                   perform journal-credit-applied
               end-if
           end-if

           if promoCodeSave not = spaces
               perform record-promo-use
           end-if.

      *> The desk keys the campaign's code in place of the old
      *> hand adjustment; a code that will not apply says why and
      *> the desk can try another or go on at the full fee.
       take-promo-code.
           move 'n' to promoDone
           perform until promoDone = 'y'
               display "Promotion code (blank = none): " no advancing
               move spaces to inputPromoCode
               accept inputPromoCode
               if inputPromoCode = spaces
                   move 'y' to promoDone
               else
                   initialize promo-parms
                   move "C" to promoParmAction
                   move inputPromoCode to promoParmCode
                   move memberTypeSave to promoParmMemberType
                   move renewalFee to promoParmCharge
                   call "applyPromo" using promo-parms
                   if promoParmResult = spaces
                       move renewalFee to promoFullCharge
                       move promoParmNetCharge to renewalFee
                       move function upper-case(inputPromoCode)
                           to promoCodeSave
                       display promoParmDescription ": "
                               promoParmDiscount " off -- charging "
                               renewalFee
                       move 'y' to promoDone
                   else
                       display "Promotion code not accepted: "
                               promoParmResult
                   end-if
               end-if
           end-perform.

       record-promo-use.
           initialize promo-parms
           move "U" to promoParmAction
           move promoCodeSave to promoParmCode
           move memberTypeSave to promoParmMemberType
           move promoFullCharge to promoParmCharge
           move searchId to promoParmMemberId
           move memberNameSave to promoParmMemberName
           move "R" to promoParmSource
           move promoReceipt to promoParmReceipt
           call "applyPromo" using promo-parms
           if promoParmResult not = spaces
               display "Promotion use not recorded: "
                       promoParmResult
           end-if.

      *> An approved fee assistance application in effect today
      *> pays its percent of the renewal before the member's own
      *> credit is touched -- journaled as its own "Y" row against
      *> the charge.
       apply-fee-assistance.
           move 0 to subsidyAmount
           move searchId to assistParmMemberId
           move todayDate to assistParmAsOfDate
           call "findAssistance" using assist-parms
           if assistParmFound = 'y' and assistParmPct > 0
               compute subsidyAmount rounded =
                   renewalFee * assistParmPct / 100
               add subsidyAmount to amountPaid
               rewrite DUES-rec
               move "DUES" to aftFileCode
               move "R" to aftAction
               move DUES-rec to aftImage
               call "writeAfterImage" using after-image-parms
               display "Fee assistance " assistParmPct "% applied: "
                       subsidyAmount
           end-if.

      *> Money the member already has with us pays the renewal
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
               move "C" to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move promoCodeSave to paymentPromoCode
               move receiptNumber to promoReceipt
               move receiptNumber to chargeReceipt
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal renewal charge,"
               call "writeAfterImage" using after-image-parms
               close PAYMENTS
           end-if.

       journal-fee-assistance.
           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move searchId to paymentMemberId
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
               call "writeAfterImage" using after-image-parms
               close PAYMENTS
           end-if.
