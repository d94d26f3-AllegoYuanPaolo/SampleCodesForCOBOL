        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkAccess.
      *> Applies the reciprocal branch access rules on
      *> data/ACCESS.dat to one visit: a member at their home
      *> branch, or of a type and home branch not under the rules,
      *> goes in as always; otherwise the visited branch must have
      *> a row for the member's type and home branch, and the
      *> member's own visits there this month (off the VISITS.dat
      *> member chain -- guests they brought do not count) are
      *> weighed against the row's allowance. Past the allowance
      *> the row either refuses the visit or charges its visit
      *> rate; on action "P" the charge is posted here onto the
      *> member's DUES-rec the way a guest fee is and journaled as
      *> its own type "Q" row. Action "L" only looks up the rate,
      *> for branchSettlement. checkIn, the kiosk and swipeImport
      *> all come through here so the rules read the same at the
      *> desk, the kiosk and the door.
        environment division.
           input-output section.
               file-control.
                   COPY ACCESSSEL.
                   COPY VISITSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
        DATA DIVISION.
           file section.
               fd ACCESS-RULES.
                   COPY ACCESSFD.
               fd VISITS.
                   COPY VISITFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 browseEof pic x value 'n'.
               01 rowsForHome pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 dueDays pic 9(7) value 30.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY ACCESSSTAT.
               COPY VISITSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
        LINKAGE SECTION.
            COPY ACCESSPARM.
        PROCEDURE DIVISION USING access-parms.

           move "A" to accessParmResult
           move 'n' to accessParmRuleFound
           move 0 to accessParmAllowance
           move 0 to accessParmVisitsUsed
           move 0 to accessParmRate
           move 0 to accessParmReceipt
           move spaces to accessParmReason

           if accessParmVisitBranch = spaces
               or accessParmVisitBranch = accessParmHomeBranch
               move "H" to accessParmResult
               goback
           end-if

           open input ACCESS-RULES
           if not ACCESS-status-ok or ACCESS-status = "05"
               close ACCESS-RULES
               move "O" to accessParmResult
               goback
           end-if

           move accessParmType to accessType
           move accessParmHomeBranch to accessHomeBranch
           move accessParmVisitBranch to accessVisitBranch
           read ACCESS-RULES key is accessKey
               invalid key
                   perform check-home-under-rules
               not invalid key
                   move 'y' to accessParmRuleFound
                   move accessMonthlyVisits to accessParmAllowance
                   move accessVisitRate to accessParmRate
           end-read
           close ACCESS-RULES

           if accessParmRuleFound not = 'y'
               if rowsForHome = 'y'
                   move "R" to accessParmResult
                   move "No access to this branch"
                       to accessParmReason
               else
                   move "O" to accessParmResult
               end-if
               goback
           end-if

           if accessParmAction = "L"
               goback
           end-if

           perform count-visits-this-month
           if accessParmAllowance = 999
               or accessParmVisitsUsed < accessParmAllowance
               goback
           end-if

           if access-over-refuse
               move "R" to accessParmResult
               move "Monthly visits here used up"
                   to accessParmReason
               goback
           end-if
      *> A charge row with no rate set lets the visit through.
           if accessParmRate = 0
               goback
           end-if

           move "C" to accessParmResult
           if accessParmAction = "P"
               perform post-surcharge
           end-if

       GOBACK.

      *> No row for the visited branch: refused when the type and
      *> home branch have rows for other branches, open when they
      *> have none at all.
       check-home-under-rules.
           move accessParmType to accessType
           move accessParmHomeBranch to accessHomeBranch
           move low-values to accessVisitBranch
           start ACCESS-RULES key is greater than accessKey
               invalid key
                   exit paragraph
           end-start
           read ACCESS-RULES next record
               at end
                   exit paragraph
           end-read
           if accessType = accessParmType
               and accessHomeBranch = accessParmHomeBranch
               move 'y' to rowsForHome
           end-if.

       count-visits-this-month.
           open input VISITS
           if not VISIT-status-ok
               close VISITS
               exit paragraph
           end-if
           move accessParmMemberId to visitMemberId
           start VISITS key is equal to visitMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read VISITS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when visitMemberId not = accessParmMemberId
                               move 'y' to browseEof
                           when visit-guest
                               continue
                           when visitDate(1:6)
                                   = accessParmVisitDate(1:6)
                               and visitBranch
                                   = accessParmVisitBranch
                               add 1 to accessParmVisitsUsed
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close VISITS.

      *> The surcharge lands on the member's account exactly as a
      *> guest fee does -- create-if-missing -- and journals under
      *> its own type so the books can tell it from dues.
       post-surcharge.
           accept todayDate from date yyyymmdd
           accept todayTime from time

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "VISIT SURCHARGE NOT POSTED -- post "
                       accessParmRate " through dues posting!"
               close DUES
               exit paragraph
           end-if

           move accessParmMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move accessParmMemberId to duesMemberId
                   move accessParmMemberName to duesMemberName
                   move accessParmRate to amountOwed
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move accessParmHomeBranch to duesBranchCode
                   compute dueDate = function date-of-integer
                       (function integer-of-date(todayDate)
                           + dueDays)
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add accessParmRate to amountOwed
                   rewrite DUES-rec
                   move "DUES" to aftFileCode
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
           end-read
           close DUES

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               display "Visit surcharge for " accessParmMemberId
                       " was posted but NOT journaled!"
               close PAYMENTS
               exit paragraph
           end-if
           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move seqValue to accessParmReceipt
           move accessParmMemberId to paymentMemberId
           move accessParmMemberName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move accessParmRate to paymentAmount
           move "Q" to paymentType
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
                   display "Unable to journal visit surcharge,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms
           close PAYMENTS.
