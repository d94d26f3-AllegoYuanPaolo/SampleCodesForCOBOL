        IDENTIFICATION DIVISION.
        PROGRAM-ID. memberHold.
      *> Membership freeze / medical hold desk function. Puts an
      *> Active member on hold from a start date to an end date
      *> with a reason and, if the member is to pay it, the
      *> monthly hold fee (HOLDFEECENTS parameter), recorded in
      *> data/HOLDS.dat. While the hold is in force checkHold keeps
      *> the member out at checkIn and the kiosk and out of the
      *> nightly lifecycle, late-fee and auto-renew runs; the
      *> nightly holdSweep charges the fee month by month and,
      *> when the hold ends, pushes expiryDate out by the days
      *> held. A member who comes back early has the hold ended
      *> here (or cancelled, if it never began). The holds
      *> register lists everyone on hold today and whose hold
      *> ends this week.
        environment division.
           input-output section.
               file-control.
                   COPY HOLDSEL.
                   select HOLDS-RPT
                       assign to "data/HOLDS_REGISTER.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd HOLDS.
                   COPY HOLDFD.
               fd HOLDS-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 yesterdayDate pic 9(8).
               01 weekEndDate pic 9(8).
               01 inputStart pic 9(8).
               01 inputEnd pic 9(8).
               01 inputReasonCode pic x.
               01 inputReason pic x(24).
               01 chargeFee pic x.
               01 holdFeeCents pic 9(7).
               01 holdFee pic 9(5)v99.
               01 overlapFound pic x.
               01 holdFound pic x.
               01 onHoldCount pic 9(5) value 0.
               01 endingCount pic 9(5) value 0.
               COPY GETPARM.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY AUDITPARM.
               COPY SPOOLPARM.
               COPY HOLDSTAT.

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
           compute yesterdayDate = function date-of-integer
               (function integer-of-date(todayDate) - 1)
           compute weekEndDate = function date-of-integer
               (function integer-of-date(todayDate) + 6)

           display "Membership holds"
           display "[1] Place a hold"
           display "[2] End or cancel a hold"
           display "[3] Holds register"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o HOLDS
           if not HOLD-status-ok
               display "Unable to open HOLDS file. Status: "
                       HOLD-status
               close HOLDS
               goback
           end-if

           evaluate maintChoice
               when 1
                   perform place-hold
               when 2
                   perform end-hold
               when other
                   perform holds-register
           end-evaluate

           close HOLDS

       GOBACK.

       place-hold.
           display "Member number: " no advancing
           accept searchId
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
               display "Member not found in any branch membership"
                       " file."
               exit paragraph
           end-if
           if findParmStatus not = "A"
               display findParmName " is not Active (status "
                       findParmStatus ") -- only an Active"
                       " membership can be put on hold."
               exit paragraph
           end-if
           display "Member: " findParmName "  Expires: "
                   findParmExpiry

           display "Hold starts (YYYYMMDD, 0 = today): " no advancing
           move 0 to inputStart
           accept inputStart
           if inputStart = 0
               move todayDate to inputStart
           end-if
           if inputStart < todayDate
               display "A hold cannot start in the past."
               exit paragraph
           end-if
           display "Hold ends (YYYYMMDD): " no advancing
           move 0 to inputEnd
           accept inputEnd
           if inputEnd < inputStart
               display "The hold must end on or after its start."
               exit paragraph
           end-if

           perform find-overlapping-hold
           if overlapFound = 'y'
               display "Member already has a hold from "
                       holdStartDate " to " holdEndDate
                       " -- end that one first."
               exit paragraph
           end-if

           move space to inputReasonCode
           perform until inputReasonCode = "M"
                   or inputReasonCode = "T"
                   or inputReasonCode = "O"
               display "Reason [M]edical/[T]ravel or work abroad/"
                       "[O]ther: " no advancing
               accept inputReasonCode
               move function upper-case(inputReasonCode)
                   to inputReasonCode
           end-perform
           display "Reason detail: " no advancing
           move spaces to inputReason
           accept inputReason

      *> Held in cents so the parameter file's whole-number rows
      *> can carry it. Medical holds are often waived, so the desk
      *> decides member by member.
           move "HOLDFEECENTS" to getParmName
           move 0 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to holdFeeCents
           compute holdFee = holdFeeCents / 100
           if holdFee > 0
               display "Charge the monthly hold fee of " holdFee
                       "? [y/n] >" no advancing
               move 'n' to chargeFee
               accept chargeFee
               if chargeFee not = 'y' and chargeFee not = 'Y'
                   move 0 to holdFee
               end-if
           end-if

           initialize HOLD-rec
           move "HOLDID" to seqName
           call "nextSequence" using seq-parms
           move seqValue to holdId
           move searchId to holdMemberId
           move findParmName to holdMemberName
           move inputStart to holdStartDate
           move inputEnd to holdEndDate
           move inputReasonCode to holdReasonCode
           move inputReason to holdReason
           move holdFee to holdMonthlyFee
           move 0 to holdFeesCharged
           move "P" to holdStatus
           move currentOperator to holdPlacedBy
           move todayDate to holdPlacedDate
           move 0 to holdDaysHeld
           move 0 to holdOldExpiry
           move 0 to holdNewExpiry
           write HOLD-rec
               invalid key
                   display "Unable to record hold " holdId
                   exit paragraph
           end-write

           move "HOLD" to auditOperation
           move searchId to auditMemberId
           move findParmName to auditMemberName
           move findParmNickname to auditOldNickname
           move findParmNickname to auditNewNickname
           move findParmStatus to auditOldStatus
           move findParmStatus to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           display "Hold " holdId " placed: " inputStart " to "
                   inputEnd
           if holdFee > 0
               display "Hold fee " holdFee " a month will be"
                       " charged by the nightly run."
           end-if
           display "Expiry moves out by the days held when the"
                   " hold ends.".

       find-overlapping-hold.
           move 'n' to overlapFound
           move 'n' to eof
           move searchId to holdMemberId
           start HOLDS key is equal to holdMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       evaluate true
                           when holdMemberId not = searchId
                               move 'y' to eof
                           when hold-placed
                               and holdStartDate <= inputEnd
                               and holdEndDate >= inputStart
                               move 'y' to overlapFound
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> A hold already begun ends yesterday, so the member is
      *> back today and the nightly sweep extends their expiry by
      *> the days actually held. One that has not begun (or begins
      *> today) is simply cancelled.
       end-hold.
           display "Member number: " no advancing
           accept searchId
           move 'n' to holdFound
           move 'n' to eof
           move searchId to holdMemberId
           start HOLDS key is equal to holdMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       evaluate true
                           when holdMemberId not = searchId
                               move 'y' to eof
                           when hold-placed
                               and holdEndDate >= todayDate
                               move 'y' to holdFound
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           if holdFound not = 'y'
               display "No current or future hold for " searchId "."
               exit paragraph
           end-if

           display "Hold " holdId " for " holdMemberName ": "
                   holdStartDate " to " holdEndDate
           if holdStartDate >= todayDate
               move "C" to holdStatus
               rewrite HOLD-rec
               move "HOLDCANCEL" to auditOperation
               display "Hold cancelled -- it had not begun."
           else
               move yesterdayDate to holdEndDate
               rewrite HOLD-rec
               move "HOLDEND" to auditOperation
               display "Hold now ends " holdEndDate
                       " -- the member may come in today. Expiry"
                       " is extended by the nightly run."
           end-if

           move holdMemberId to auditMemberId
           move holdMemberName to auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move space to auditOldStatus
           move space to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

       holds-register.
           open output HOLDS-RPT
           move spaces to report-line
           string "Membership Holds Register - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- On hold today ---"
               delimited by size into report-line
           write report-line
           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       if hold-placed
                           and holdStartDate <= todayDate
                           and holdEndDate >= todayDate
                           add 1 to onHoldCount
                           perform write-hold-line
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Holds ending by " weekEndDate " ---"
               delimited by size into report-line
           write report-line
           move 'n' to eof
           move 0 to holdId
           start HOLDS key is not less than holdId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       if hold-placed
                           and holdEndDate >= todayDate
                           and holdEndDate <= weekEndDate
                           add 1 to endingCount
                           perform write-hold-line
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "On hold today: " onHoldCount
               "  Ending this week: " endingCount
               delimited by size into report-line
           write report-line
           close HOLDS-RPT

           move "HOLDS" to spoolReportName
           move "memberHold" to spoolProgram
           move "data/HOLDS_REGISTER.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "On hold today:    " onHoldCount
           display "Ending this week: " endingCount
           display "Register written to data/HOLDS_REGISTER.rpt".

       write-hold-line.
           move spaces to report-line
           string "| " holdMemberId " " holdMemberName
               " | " holdStartDate " to " holdEndDate
               " | " holdReasonCode " " holdReason
               " | fee " holdMonthlyFee " |"
               delimited by size into report-line
           write report-line.
