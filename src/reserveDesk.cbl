        IDENTIFICATION DIVISION.
        PROGRAM-ID. reserveDesk.
      *> Desk court and room reservations against the per-branch
      *> resources in data/RESOURCES.dat: reserve a slot for a
      *> member, cancel one, or list a day's grid of slots for a
      *> branch. A reservation posts the resource's member rate
      *> onto the member's DUES-rec through the same pipeline
      *> miscCharge uses and journals it under its own type "S"
      *> with the resource code preserved, so court money stops
      *> hiding in the paper diary. A cancellation made before the
      *> day takes the charge back off as an adjustment the way
      *> eventCancel does; a same-day cancellation keeps the
      *> charge (the court sat empty either way).
        environment division.
           input-output section.
               file-control.
                   COPY RSRCSEL.
                   COPY RESVSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
        DATA DIVISION.
           file section.
               fd RESOURCES.
                   COPY RSRCFD.
               fd RESERVATIONS.
                   COPY RESVFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 inputBranch pic x(4).
               01 inputCode pic x(4).
               01 inputDate pic 9(8).
               01 inputTime pic 9(4).
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 memberNameSave pic x(16).
               01 memberBranchSave pic x(4).
               01 rateSave pic 9(5)v99.
               01 rsrcDescSave pic x(16).
               01 openMinutes pic 9(4).
               01 closeMinutes pic 9(4).
               01 slotLength pic 9(3).
               01 wantedMinutes pic 9(4).
               01 slotMinutes pic 9(4).
               01 slotOffset pic 9(4).
               01 slotTaken pic x.
               01 slotHolderId pic 9(7).
               01 slotHolderName pic x(16).
               01 slotHolderStatus pic x.
               01 resvFound pic x.
               01 browseEof pic x.
               01 rsrcEof pic x.
               01 gridSlots pic 9(4).
               01 gridBooked pic 9(4).
               01 wantedSlot.
                   02 wantedBranch pic x(4).
                   02 wantedResource pic x(4).
                   02 wantedDate pic 9(8).
                   02 wantedTime pic 9(4).
               01 postingAmount pic 9(5)v99.
               01 postingType pic x.
               01 reverseOffOwed pic 9(5)v99.
               01 reverseExcess pic 9(5)v99.
               01 receiptNoSave pic 9(7).
               01 balanceDue pic s9(5)v99.
               01 dueDays pic 9(7) value 30.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY RSRCSTAT.
               COPY RESVSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
      *> a half-finished batch step cannot interleave with the desk.
           call "checkBatchWindow" using window-parms
           if windowParmOpen = 'y'
               display "Batch window is open -- interactive updates"
                       " are locked. Expected end: "
                       windowParmEndTime
               goback
           end-if

           accept todayDate from date yyyymmdd
           accept todayTime from time

           move "DUEDAYS" to getParmName
           move 30 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to dueDays

           display "Court and room reservations"
           display "[1] Reserve a slot  [2] Cancel a reservation"
           display "[3] Day grid for a branch"
           display "Enter option >" no advancing
           accept deskChoice

           display "Branch code: " no advancing
           move spaces to inputBranch
           accept inputBranch
           move function upper-case(inputBranch) to inputBranch
           display "Date (YYYYMMDD, 0 = today): " no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if

           open input RESOURCES
           evaluate true
               when RSRC-status-ok
                   continue
               when other
                   display "Unable to open RESOURCES file. Status: "
                           RSRC-status
                   goback
           end-evaluate

           open i-o RESERVATIONS
           evaluate true
               when RESV-status-ok
                   continue
               when other
                   display "Unable to open RESERVATIONS file."
                           " Status: " RESV-status
                   close RESOURCES
                   goback
           end-evaluate

           evaluate deskChoice
               when 1
                   perform reserve-one-slot
               when 2
                   perform cancel-one-slot
               when other
                   perform list-day-grid
           end-evaluate

           close RESOURCES
           close RESERVATIONS

       GOBACK.

       reserve-one-slot.
           perform accept-resource-and-slot
           if slotMinutes = 0
               exit paragraph
           end-if
           if inputDate < todayDate
               display "That date has passed -- not reserved."
               exit paragraph
           end-if

           perform probe-slot
           if slotTaken = 'y'
               display "Slot already taken by " slotHolderName
                       " (member " slotHolderId ")."
               exit paragraph
           end-if

           display "Member number: " no advancing
           accept searchId
      *> A miskeyed member number must beep here, not post onto a
      *> stranger's account.
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               exit paragraph
           end-if
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Member number not found in any branch"
                       " membership file!"
               exit paragraph
           end-if
           if findParmStatus not = "A"
               display "Member is not Active (status "
                       findParmStatus ") -- not reserved."
               exit paragraph
           end-if
           move findParmName to memberNameSave
           move findParmBranch to memberBranchSave

           initialize RESV-rec
           move "RESERVATION" to seqName
           call "nextSequence" using seq-parms
           move seqValue to resvId
           move wantedSlot to resvSlot
           move searchId to resvMemberId
           move memberNameSave to resvMemberName
           move "B" to resvStatus
           move rateSave to resvRate
           move 0 to resvReceipt
           move todayDate to resvBookedDate
           move currentOperator to resvOperator
           write RESV-rec
               invalid key
                   display "Unable to write reservation."
                   exit paragraph
           end-write

           display "Reserved " function trim(rsrcDescSave) " "
                   wantedDate " at " wantedTime " for "
                   memberNameSave "."

           if rateSave > 0
               move rateSave to postingAmount
               move "S" to postingType
               perform post-slot-charge
               if receiptNoSave > 0
                   move receiptNoSave to resvReceipt
                   rewrite RESV-rec
               end-if
           end-if.

       cancel-one-slot.
           perform accept-resource-and-slot
           if slotMinutes = 0
               exit paragraph
           end-if

           move 'n' to resvFound
           move 'n' to browseEof
           move wantedSlot to resvSlot
           start RESERVATIONS key is equal to resvSlot
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read RESERVATIONS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when resvSlot not = wantedSlot
                               move 'y' to browseEof
                           when resv-booked
                               move 'y' to resvFound
                               move 'y' to browseEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           if resvFound not = 'y'
               display "No live reservation in that slot."
               exit paragraph
           end-if

           display "Cancelling " resvMemberName " (member "
                   resvMemberId ")."
           move "X" to resvStatus
           rewrite RESV-rec
           move resvMemberId to searchId
           move resvMemberName to memberNameSave
           move spaces to memberBranchSave

      *> Cancelled ahead of the day: the court can be resold, so
      *> the charge comes back off. On the day the charge stands.
           if resvRate > 0
               if resvDate > todayDate
                   move resvRate to postingAmount
                   move "A" to postingType
                   perform reverse-slot-charge
               else
                   display "Same-day cancellation -- the "
                           resvRate " charge stands."
               end-if
           end-if
           display "Reservation cancelled -- slot freed.".

      *> Every slot of every active resource at the branch for the
      *> day, booked or free, in resource then time order.
       list-day-grid.
           move 0 to gridSlots
           move 0 to gridBooked
           display "Reservations for " inputBranch " on " inputDate
           move inputBranch to rsrcBranch
           move low-values to rsrcCode
           move 'n' to rsrcEof
           start RESOURCES key is not less than rsrcKey
               invalid key
                   move 'y' to rsrcEof
           end-start
           perform until rsrcEof = 'y'
               read RESOURCES next record
                   at end
                       move 'y' to rsrcEof
                   not at end
                       evaluate true
                           when rsrcBranch not = inputBranch
                               move 'y' to rsrcEof
                           when rsrc-active
                               perform list-one-resource
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           display "Slots: " gridSlots "  Booked: " gridBooked.

       list-one-resource.
           display "--- " rsrcCode " " rsrcDescription " ---"
           perform load-resource-hours
           move inputBranch to wantedBranch
           move rsrcCode to wantedResource
           move inputDate to wantedDate
           perform varying slotMinutes from openMinutes
                   by slotLength
                   until slotMinutes + slotLength > closeMinutes
               compute wantedTime = (slotMinutes / 60) * 100
                   + function mod(slotMinutes, 60)
               perform probe-slot
               add 1 to gridSlots
               if slotTaken = 'y'
                   add 1 to gridBooked
                   display "  " wantedTime " " slotHolderId " "
                           slotHolderName " " slotHolderStatus
               else
                   display "  " wantedTime " -- free --"
               end-if
           end-perform.

      *> Resource row and slot time for a reserve or a cancel. The
      *> time must fall on a slot boundary inside open hours;
      *> slotMinutes comes back zero when it does not.
       accept-resource-and-slot.
           move 0 to slotMinutes
           display "Resource code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputBranch to rsrcBranch
           move inputCode to rsrcCode
           read RESOURCES key is rsrcKey
               invalid key
                   display "No resource " inputCode " at branch "
                           inputBranch "."
                   exit paragraph
           end-read
           if rsrc-retired and deskChoice = 1
               display "That resource is retired -- not bookable."
               exit paragraph
           end-if
           move rsrcRate to rateSave
           move rsrcDescription to rsrcDescSave
           perform load-resource-hours

           display "Slot start (hhmm): " no advancing
           move 0 to inputTime
           accept inputTime
           compute wantedMinutes = (inputTime / 100) * 60
               + function mod(inputTime, 100)
           if wantedMinutes < openMinutes
               or wantedMinutes + slotLength > closeMinutes
               display "Outside open hours " rsrcOpenTime "-"
                       rsrcCloseTime "."
               exit paragraph
           end-if
           compute slotOffset =
               function mod(wantedMinutes - openMinutes, slotLength)
           if slotOffset not = 0
               display "Slots are " slotLength " minutes from "
                       rsrcOpenTime " -- pick a slot start."
               exit paragraph
           end-if
           move wantedMinutes to slotMinutes
           move inputBranch to wantedBranch
           move inputCode to wantedResource
           move inputDate to wantedDate
           move inputTime to wantedTime.

       load-resource-hours.
           compute openMinutes = (rsrcOpenTime / 100) * 60
               + function mod(rsrcOpenTime, 100)
           compute closeMinutes = (rsrcCloseTime / 100) * 60
               + function mod(rsrcCloseTime, 100)
           move rsrcSlotMinutes to slotLength
           if slotLength = 0
               move 60 to slotLength
           end-if.

      *> A slot is taken when any row on it still holds it --
      *> cancelled rows sit beside re-bookings and do not count.
       probe-slot.
           move 'n' to slotTaken
           move 'n' to browseEof
           move wantedSlot to resvSlot
           start RESERVATIONS key is equal to resvSlot
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read RESERVATIONS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when resvSlot not = wantedSlot
                               move 'y' to browseEof
                           when resv-holds-slot
                               move 'y' to slotTaken
                               move resvMemberId to slotHolderId
                               move resvMemberName
                                   to slotHolderName
                               move resvStatus to slotHolderStatus
                               move 'y' to browseEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> The rate lands on the member's account exactly as a dues
      *> charge would -- create-if-missing, as duesPost does.
       post-slot-charge.
           move 0 to receiptNoSave
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "SLOT CHARGE NOT POSTED -- post "
                       postingAmount " through dues posting!"
               exit paragraph
           end-if

           move searchId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move searchId to duesMemberId
                   move memberNameSave to duesMemberName
                   move postingAmount to amountOwed
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move 0 to creditBalance
                   move memberBranchSave to duesBranchCode
                   compute dueDate = function date-of-integer
                       (function integer-of-date(todayDate)
                           + dueDays)
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add postingAmount to amountOwed
                   move memberNameSave to duesMemberName
                   move memberBranchSave to duesBranchCode
                   rewrite DUES-rec
                   move "DUES" to aftFileCode
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
           end-read
           compute balanceDue = amountOwed - amountPaid
           display "Slot charge " postingAmount
                   " posted. Balance due: " balanceDue
           close DUES

           perform journal-slot-row.

      *> Same bucket rule eventCancel follows: only what is still
      *> owed comes off, the rest goes to credit on account.
       reverse-slot-charge.
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "SLOT CHARGE NOT REVERSED -- adjust "
                       postingAmount " through dues posting!"
               exit paragraph
           end-if

           move searchId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   display "No dues record -- nothing to reverse"
                           " against."
                   close DUES
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           if postingAmount > amountOwed
               compute reverseExcess = postingAmount - amountOwed
               move amountOwed to reverseOffOwed
           else
               move 0 to reverseExcess
               move postingAmount to reverseOffOwed
           end-if
           subtract reverseOffOwed from amountOwed
           if reverseExcess > 0
               add reverseExcess to creditBalance
               display "Reversal exceeds the open charge -- "
                       reverseExcess " held as credit on account."
           end-if
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms
           compute balanceDue = amountOwed - amountPaid
           display "Slot charge " postingAmount
                   " reversed. Balance due: " balanceDue
           close DUES

           perform journal-slot-row.

      *> Charges journal as "S", reversals as adjustments ("A") so
      *> the statement nets them; both carry the resource code.
       journal-slot-row.
           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move seqValue to receiptNoSave
               move searchId to paymentMemberId
               move memberNameSave to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move postingAmount to paymentAmount
               move postingType to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move wantedResource to paymentChargeCode
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal slot row,"
                               " receipt " receiptNumber
               end-write
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               close PAYMENTS
           end-if.
