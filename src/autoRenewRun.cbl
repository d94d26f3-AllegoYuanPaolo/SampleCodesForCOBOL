      *> AUTORENEW in the approved-by field so letterRun's
      *> confirmation occasion can find it), the card void for
      *> reprint, and the audit entry. Everyone renewed lands on
      *> the register data/AUTORENEW_RUN.rpt. A member on hold is
      *> left alone -- the hold sweep extends their expiry when
      *> the hold ends, which usually takes them out of the window.
        environment division.
           input-output section.
               file-control.
               01 balanceDue pic s9(5)v99.
               01 openBalance pic s9(5)v99.
               01 creditApplied pic 9(5)v99.
               01 subsidyAmount pic 9(5)v99.
               01 chargeReceipt pic 9(7).
               01 membersRead pic 9(5) value 0.
               01 membersRenewed pic 9(5) value 0.
               01 membersSkipped pic 9(5) value 0.
               01 totalCharged pic 9(7)v99 value 0.
               COPY GETPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY CARDPARM.
               COPY AUDITPARM.
               COPY AFTIMGPARM.
               COPY TYPRULPARM.
               COPY ASSISTPARM.
               COPY CTRLPARM.
               COPY HOLDPARM.
               COPY CORPPARM.
               COPY ACMASTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
      *> window so nobody is re-charged tomorrow night. An
      *> already-expired enrollee needs the desk, where
      *> renewIndexed prorates the partly-gone term.
                           move memberId to holdParmMemberId
                           move todayDate to holdParmAsOfDate
                           call "checkHold" using hold-parms
                           evaluate true
                               when holdParmOnHold = 'y'
                                   add 1 to membersSkipped
                                   move spaces to register-line
                                   string "| " memberId
                                       " | " memberName
                                       " | on hold to "
                                       holdParmEndDate
                                       " -- not renewed |"
                                       delimited by size
                                       into register-line
                                   write register-line
                               when expiryDate >= todayDate
                                   perform renew-one-member
                               when other
                                   add 1 to expiredLeft
                                   move spaces to register-line
                                   string "| " memberId
                                       " | " memberName
                                       " | expired " expiryDate
                                       " -- left for the desk |"
                                       delimited by size
                                       into register-line
                                   write register-line
                           end-evaluate
                       end-if
               end-read
           end-perform
           move memberName to memberNameSave
           move branchCode to memberBranchSave
           move ruleParmRate to renewalFee
      *> An employee on a corporate account renews at the
      *> employer's negotiated rate.
           move memberId to corpParmMemberId
           move todayDate to corpParmAsOfDate
           call "findCorpLink" using corp-parms
           if corpParmLinked = 'y' and corpParmDiscountPct > 0
               compute renewalFee rounded = renewalFee
                   - renewalFee * corpParmDiscountPct / 100
           end-if

           move expiryDate to expiryParts
           compute totalMonths =

           perform post-renewal-charge
           perform journal-renewal-charge
           if subsidyAmount > 0
               perform journal-fee-assistance
           end-if
           if creditApplied > 0
               perform journal-credit-applied
           end-if
                       using after-image-parms
           end-read

      *> An approved fee assistance application in effect today
      *> pays its percent of the charge before any credit is
      *> drawn down, as at the renewal desk.
           move 0 to subsidyAmount
           move memberIdSave to assistParmMemberId
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
           end-if

      *> Money the member already has with us pays the renewal
      *> first, the same draw-down renewIndexed runs.
           if creditBalance not numeric
      *> can tell the nightly run's charges from the desk's, and
      *> letterRun's confirmation occasion selects on it.
       journal-renewal-charge.
           move 0 to chargeReceipt
           if not PAYJNL-status-ok
               display "PAYMENTS journal unavailable -- renewal"
                       " charge for " memberIdSave
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move receiptNumber to chargeReceipt
           move memberIdSave to paymentMemberId
           move memberNameSave to paymentMemberName
           move todayDate to paymentDate
           move "C" to paymentType
           move currentOperator to paymentOperator
           move "AUTORENEW" to paymentApprovedBy
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal auto-renewal,"
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms.

       journal-fee-assistance.
           if not PAYJNL-status-ok
               exit paragraph
           end-if
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
           move "AUTORENEW" to paymentApprovedBy
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

       journal-credit-applied.
           if not PAYJNL-status-ok
               exit paragraph
           move "B" to paymentType
           move currentOperator to paymentOperator
           move "AUTORENEW" to paymentApprovedBy
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal credit"
