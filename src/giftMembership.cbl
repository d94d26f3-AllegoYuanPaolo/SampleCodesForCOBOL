      *> GIFTS.dat row links the two so letterRun's GIFT occasion
      *> can send the recipient a card naming the giver and the
      *> year-end gift revenue report can add it all up. The
      *> recipient owes nothing -- the gift pays the term. A
      *> promotion code keyed before the purchase is journaled
      *> discounts the gift through applyPromo, priced on the
      *> recipient's type.
        environment division.
           input-output section.
               file-control.
               01 totalMonths pic 9(4).
               01 extendMonths pic 9(3).
               01 giftDone pic x value 'n'.
               01 inputPromoCode pic x(8).
               01 promoDone pic x.
               01 promoCodeSave pic x(8) value spaces.
               01 promoFullCharge pic 9(5)v99 value 0.
               01 promoReceipt pic 9(7) value 0.
               COPY FINDPARM.
               COPY AUDITPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY TYPRULPARM.
               COPY PROMOPARM.
               COPY ACMASTAT.
               COPY GIFTSTAT.
               COPY PAYJNLSTAT.
           close ACMA

           if giftDone = 'y'
               if giftCharge > 0
                   perform take-promo-code
               end-if
               perform journal-gift-purchase
               perform record-gift
               if promoCodeSave not = spaces
                   perform record-promo-use
               end-if
               display "Gift recorded: " purchaserNameSave
                       " paid " giftCharge " for "
                       recipientNameSave "."
               move "G" to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move promoCodeSave to paymentPromoCode
               move receiptNumber to promoReceipt
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal gift purchase,"
               close PAYMENTS
           end-if.

      *> The campaign's code replaces the old hand adjustment; a
      *> code that will not apply says why and the desk can try
      *> another or go on at the full price.
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
                   move recipientTypeSave to promoParmMemberType
                   move giftCharge to promoParmCharge
                   call "applyPromo" using promo-parms
                   if promoParmResult = spaces
                       move giftCharge to promoFullCharge
                       move promoParmNetCharge to giftCharge
                       move function upper-case(inputPromoCode)
                           to promoCodeSave
                       display promoParmDescription ": "
                               promoParmDiscount " off -- charging "
                               giftCharge
                       move 'y' to promoDone
                   else
                       display "Promotion code not accepted: "
                               promoParmResult
                   end-if
               end-if
           end-perform.

      *> The use is logged against the recipient -- theirs is the
      *> membership whose renewal promoResults watches for.
       record-promo-use.
           initialize promo-parms
           move "U" to promoParmAction
           move promoCodeSave to promoParmCode
           move recipientTypeSave to promoParmMemberType
           move promoFullCharge to promoParmCharge
           move recipientId to promoParmMemberId
           move recipientNameSave to promoParmMemberName
           move "G" to promoParmSource
           move promoReceipt to promoParmReceipt
           call "applyPromo" using promo-parms
           if promoParmResult not = spaces
               display "Promotion use not recorded: "
                       promoParmResult
           end-if.

       record-gift.
           open i-o GIFTS
           if not GIFT-status-ok
