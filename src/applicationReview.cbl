      *> application row is kept as history. Declined applications
      *> and applications held for a capped membership type go on
      *> the waiting list with a queue position, reportable from
      *> the list option here. An approved applicant who was
      *> referred by a member is recorded in data/REFERRALS.dat
      *> against the new member number, for referralCredit. A
      *> promotion code keyed at approval discounts the joining
      *> charge through applyPromo.
        environment division.
           input-output section.
               file-control.
                   COPY ACMABRSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   COPY REFERSEL.
        DATA DIVISION.
           file section.
               fd APPLICATIONS.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd REFERRALS.
                   COPY REFERFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 balanceDue pic s9(5)v99.
               01 newIdSave pic 9(7).
               01 newNameSave pic x(16).
               01 inputPromoCode pic x(8).
               01 promoDone pic x.
               01 promoCodeSave pic x(8).
               01 promoFullCharge pic 9(5)v99.
               01 promoReceipt pic 9(7).
               COPY GETPARM.
               COPY PRORPARM.
               COPY AFTIMGPARM.
               COPY AUDITPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY TYPRULPARM.
               COPY PROMOPARM.
               COPY APPLSTAT.
               COPY BRANCHSTAT.
               COPY ACMABRSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY REFERSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
                   " Nickname: " applNickname " | "
                   " Type: " applMembershipType " | "
                   " Branch: " applBranchCode " |"
           if applReferrerId numeric and applReferrerId not = 0
               display "| Referred by member " applReferrerId " |"
           end-if
           display "[A]pprove / [D]ecline / [W]aiting list / "
                   "[S]kip: " no advancing
           accept decision
                   move memberId to newIdSave
                   move memberName to newNameSave
                   perform post-joining-charge
                   if applReferrerId numeric
                       and applReferrerId not = 0
                       perform record-referral
                   end-if
           end-write

           close ACMA-BRANCH.
                       joinCharge
           end-if

           perform take-promo-code
           if joinCharge = 0
               display "Joining charge waived by promotion "
                       promoCodeSave
               perform record-promo-use
               exit paragraph
           end-if

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                   " posted. Balance due: " balanceDue
           close DUES

           perform journal-joining-charge
           perform record-promo-use.

      *> The spring campaign's code replaces the old hand
      *> adjustment; a code that will not apply says why and the
      *> desk can try another or go on at the full charge.
       take-promo-code.
           move spaces to promoCodeSave
           move 0 to promoFullCharge
           move 0 to promoReceipt
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
                   move applMembershipType to promoParmMemberType
                   move joinCharge to promoParmCharge
                   call "applyPromo" using promo-parms
                   if promoParmResult = spaces
                       move joinCharge to promoFullCharge
                       move promoParmNetCharge to joinCharge
                       move function upper-case(inputPromoCode)
                           to promoCodeSave
                       display promoParmDescription ": "
                               promoParmDiscount " off -- charging "
                               joinCharge
                       move 'y' to promoDone
                   else
                       display "Promotion code not accepted: "
                               promoParmResult
                   end-if
               end-if
           end-perform.

       record-promo-use.
           if promoCodeSave = spaces
               exit paragraph
           end-if
           initialize promo-parms
           move "U" to promoParmAction
           move promoCodeSave to promoParmCode
           move applMembershipType to promoParmMemberType
           move promoFullCharge to promoParmCharge
           move newIdSave to promoParmMemberId
           move newNameSave to promoParmMemberName
           move "J" to promoParmSource
           move promoReceipt to promoParmReceipt
           call "applyPromo" using promo-parms
           if promoParmResult not = spaces
               display "Promotion use not recorded: "
                       promoParmResult
           end-if.

       journal-joining-charge.
           open i-o PAYMENTS
               move "C" to paymentType
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
                       display "Unable to journal joining charge,"
               close PAYMENTS
           end-if.

      *> The referral waits here for the new member's first dues to
      *> be paid in full.
       record-referral.
           open i-o REFERRALS
           if not REFER-status-ok
               display "Unable to open REFERRALS file. Status: "
                       REFER-status
               display "Referral by " applReferrerId
                       " NOT recorded!"
               close REFERRALS
               exit paragraph
           end-if
           initialize REFER-rec
           move newIdSave to refMemberId
           move newNameSave to refMemberName
           move applReferrerId to refReferrerId
           move applicationId to refApplicationId
           move todayDate to refDate
           move "P" to refStatus
           move 0 to refConvertedDate
           move 0 to refCreditAmount
           move 0 to refCreditReceipt
           write REFER-rec
               invalid key
                   display "Referral already on file for "
                           newIdSave
               not invalid key
                   display "Referral by member " applReferrerId
                           " recorded."
           end-write
           close REFERRALS.

      *> Resolve the application's branch to its member data file
      *> through the registry, so the stamped branchCode always
      *> matches the file the record lands in. Without a registry,
