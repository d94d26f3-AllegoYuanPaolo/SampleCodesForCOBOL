        IDENTIFICATION DIVISION.
        PROGRAM-ID. childcareDay.
      *> Kids' club end of day. Lists every child the log on
      *> data/CHILDCARE.dat still shows as checked in -- a child
      *> nobody signed out is the first thing the duty manager
      *> must run down -- then bills each family the minutes
      *> their children spent in the club. A family's collected,
      *> unbilled stays are added up and charged in blocks of
      *> CHILDCAREBLOCK minutes (30 unless the parameter file says
      *> otherwise), any part block as a whole one, at the price of
      *> the kids' club charge code (KIDS on data/CHARGECODES.dat)
      *> per block. The charge posts onto the primary member's
      *> DUES-rec through the same pipeline miscCharge uses, as a
      *> type "M" row carrying the code, and each stay is stamped
      *> with the receipt. Written to data/CHILDCARE_DAY.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY CCLOGSEL.
                   COPY CHGCODESEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select DAY-RPT
                       assign to "data/CHILDCARE_DAY.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd CHILDCARE.
                   COPY CCLOGFD.
               fd CHARGECODES.
                   COPY CHGCODEFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd DAY-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 dueDays pic 9(7) value 30.
               01 blockMinutes pic 9(4) value 30.
               01 kidsCode pic x(4) value "KIDS".
               01 blockPrice pic 9(5)v99 value 0.
               01 chargeFound pic x value 'n'.
               01 famIdx pic 9(4).
               01 famSlots pic 9(4) value 0.
               01 family-Table.
                   02 family-Entry occurs 500 times.
                       03 famMemberId pic 9(7).
                       03 famMemberName pic x(16).
                       03 famBranch pic x(4).
                       03 famStays pic 9(4).
                       03 famMinutes pic 9(6).
                       03 famBlocks pic 9(4).
                       03 famAmount pic 9(5)v99.
                       03 famReceipt pic 9(7).
               01 staysRead pic 9(7) value 0.
               01 stillIn pic 9(5) value 0.
               01 staysBilled pic 9(7) value 0.
               01 staysUnbilled pic 9(7) value 0.
               01 alreadyBilled pic 9(7) value 0.
               01 familiesBilled pic 9(5) value 0.
               01 totalBilled pic 9(7)v99 value 0.
               01 taxAmountSave pic 9(5)v99.
               01 saleTaxCode pic x.
               COPY GETPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY TAXPARM.
               COPY CTRLPARM.
               COPY CCLOGSTAT.
               COPY CHGCODESTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time

           move "DUEDAYS" to getParmName
           move 30 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to dueDays

           move "CHILDCAREBLOCK" to getParmName
           move 30 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to blockMinutes
           if blockMinutes = 0
               move 30 to blockMinutes
           end-if

           open input CHARGECODES
           move kidsCode to chargeCode
           read CHARGECODES key is chargeCode
               invalid key
                   continue
               not invalid key
                   move 'y' to chargeFound
                   move chargeAmount to blockPrice
           end-read
           close CHARGECODES

           open i-o CHILDCARE
           evaluate true
               when CCLOG-status-ok
                   continue
               when other
                   display "Unable to open CHILDCARE file. Status: "
                           CCLOG-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open output DAY-RPT
           move spaces to report-line
           string "Kids' Club End of Day - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Children still checked in"
               delimited by size into report-line
           write report-line

      *> First pass: who is still in, and each family's minutes.
           perform until eof = 'y'
               read CHILDCARE next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to staysRead
                       perform take-one-stay
               end-read
           end-perform
           if stillIn = 0
               move spaces to report-line
               string "  (none)" delimited by size into report-line
               write report-line
           end-if

           if chargeFound not = 'y' and famSlots > 0
               display "Charge code " kidsCode " is not on file --"
                       " childcare NOT billed."
               add 1 to batchStepProblems
               perform varying famIdx from 1 by 1
                       until famIdx > famSlots
                   add famStays(famIdx) to staysUnbilled
               end-perform
               move 0 to famSlots
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Family charges -- " kidsCode " at " blockPrice
               " per " blockMinutes " minutes"
               delimited by size into report-line
           write report-line
           perform varying famIdx from 1 by 1
                   until famIdx > famSlots
               perform bill-one-family
           end-perform

      *> Second pass: stamp each billed stay with its receipt.
           if familiesBilled > 0
               move 'n' to eof
               move low-values to ccKey
               start CHILDCARE key is not less than ccKey
                   invalid key
                       move 'y' to eof
               end-start
               perform until eof = 'y'
                   read CHILDCARE next record
                       at end
                           move 'y' to eof
                       not at end
                           perform stamp-one-stay
                   end-read
               end-perform
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Stays read: " staysRead "  Still in: " stillIn
               "  Families billed: " familiesBilled
               "  Total: " totalBilled
               delimited by size into report-line
           write report-line

           close CHILDCARE
           close DAY-RPT

           move "CHILDCARE" to ctrlJobName
           move staysRead to ctrlRead
      *> Every stay read is still in, billed before, billed
      *> tonight or reported as not billed.
           compute ctrlWritten = staysBilled + stillIn + alreadyBilled
           move staysUnbilled to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           display "Kids' club end of day complete."
           display "  Children still in: " stillIn
           display "  Families billed:   " familiesBilled
           display "  Total billed:      " totalBilled
           display "Report written to data/CHILDCARE_DAY.rpt"

       GOBACK.

      *> Stays already billed, and stays still open, are not
      *> charged; an open stay is billed the night after it is
      *> closed.
       take-one-stay.
           if cc-checked-in
               add 1 to stillIn
               move spaces to report-line
               string "  ** " ccBranch " " ccDependentName
                   " in since " ccDate " " ccInTime(1:2) ":"
                   ccInTime(3:2) "  parent " ccPrimaryName
                   " (member " ccPrimaryId ")"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if
           if ccBilledReceipt not = 0
               add 1 to alreadyBilled
               exit paragraph
           end-if

           perform varying famIdx from 1 by 1
                   until famIdx > famSlots
               if famMemberId(famIdx) = ccPrimaryId
                   exit perform
               end-if
           end-perform
           if famIdx > famSlots
               if famSlots >= 500
                   add 1 to staysUnbilled
                   exit paragraph
               end-if
               add 1 to famSlots
               move famSlots to famIdx
               move ccPrimaryId to famMemberId(famIdx)
               move ccPrimaryName to famMemberName(famIdx)
               move ccBranch to famBranch(famIdx)
               move 0 to famStays(famIdx)
               move 0 to famMinutes(famIdx)
               move 0 to famReceipt(famIdx)
           end-if
           add 1 to famStays(famIdx)
           add ccMinutes to famMinutes(famIdx).

       bill-one-family.
           compute famBlocks(famIdx) =
               (famMinutes(famIdx) + blockMinutes - 1)
               / blockMinutes
           compute famAmount(famIdx) =
               famBlocks(famIdx) * blockPrice
           move spaces to report-line
           string "  " famMemberName(famIdx) " (member "
               famMemberId(famIdx) ") " famStays(famIdx)
               " stays " famMinutes(famIdx) " min "
               famBlocks(famIdx) " blocks " famAmount(famIdx)
               delimited by size into report-line
           write report-line
           if famAmount(famIdx) = 0
               add famStays(famIdx) to staysUnbilled
               exit paragraph
           end-if

           move 0 to taxAmountSave
           move "E" to saleTaxCode
           initialize tax-parms
           move "M" to taxParmType
           move kidsCode to taxParmChargeCode
           move famAmount(famIdx) to taxParmAmount
           call "salesTaxCalc" using tax-parms
           if taxParmTaxable = 'y'
               move "T" to saleTaxCode
               move taxParmTax to taxAmountSave
           end-if

           perform post-family-charge.

      *> The charge lands exactly as a desk charge would --
      *> create-if-missing, as duesPost does.
       post-family-charge.
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               display "CHILDCARE NOT POSTED for member "
                       famMemberId(famIdx)
               add famStays(famIdx) to staysUnbilled
               add 1 to batchStepProblems
               close DUES
               exit paragraph
           end-if

           move famMemberId(famIdx) to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move famMemberId(famIdx) to duesMemberId
                   move famMemberName(famIdx) to duesMemberName
                   compute amountOwed =
                       famAmount(famIdx) + taxAmountSave
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move famBranch(famIdx) to duesBranchCode
                   compute dueDate = function date-of-integer
                       (function integer-of-date(todayDate)
                           + dueDays)
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add famAmount(famIdx) taxAmountSave
                       to amountOwed
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
               add famStays(famIdx) to staysUnbilled
               add 1 to batchStepProblems
               close PAYMENTS
               exit paragraph
           end-if
           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move seqValue to famReceipt(famIdx)
           move famMemberId(famIdx) to paymentMemberId
           move famMemberName(famIdx) to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move famAmount(famIdx) to paymentAmount
           move "M" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move kidsCode to paymentChargeCode
           move saleTaxCode to paymentTaxCode
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal childcare charge,"
                           " receipt " receiptNumber
                   add 1 to batchStepProblems
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms
           if taxAmountSave > 0
               perform journal-sales-tax
           end-if
           close PAYMENTS

           add 1 to familiesBilled
           add famAmount(famIdx) to totalBilled.

      *> The tax row follows the charge row, same member, same
      *> code.
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

       stamp-one-stay.
           if cc-checked-in or ccBilledReceipt not = 0
               exit paragraph
           end-if
           perform varying famIdx from 1 by 1
                   until famIdx > famSlots
               if famMemberId(famIdx) = ccPrimaryId
                   exit perform
               end-if
           end-perform
           if famIdx > famSlots
               exit paragraph
           end-if
           if famReceipt(famIdx) = 0
               exit paragraph
           end-if
           move famReceipt(famIdx) to ccBilledReceipt
           rewrite CCLOG-rec
           add 1 to staysBilled.
