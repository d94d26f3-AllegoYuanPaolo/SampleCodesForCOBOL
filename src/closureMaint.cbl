        IDENTIFICATION DIVISION.
        PROGRAM-ID. closureMaint.
      *> Maintenance screen for the branch holiday and closure
      *> calendar data/CLOSURES.dat: list the closures from a date
      *> (one branch's, or all), enter or change a closure -- a
      *> branch or, with a blank branch, the whole club; all day
      *> or for part of it; and why -- or take one off. The branch
      *> must be on data/BRANCHES.dat. checkClosure reads the
      *> calendar for due dates, late fees, the desk and the visit
      *> reports, and the nightly driver for calendar jobs that
      *> skip holidays. Listing is open to the desk; changing the
      *> calendar is a supervisor's call. Patterned on
      *> accessRulesMaint.
        environment division.
           input-output section.
               file-control.
                   COPY CLOSESEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd CLOSURES.
                   COPY CLOSEFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 inputBranch pic x(4).
               01 branchOk pic x.
               01 inputDate pic 9(8).
               01 dateOk pic x.
               01 inputType pic x.
               01 inputFromTime pic 9(4).
               01 inputToTime pic 9(4).
               01 inputReason pic x(30).
               01 listBranch pic x(4).
               01 rowsListed pic 9(5) value 0.
               COPY AUDITPARM.
               COPY CLOSESTAT.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Branch holiday and closure calendar"
           display "[1] List  [2] Enter/change a closure"
           display "[3] Remove a closure"
           display "Enter option >" no advancing
           accept maintChoice

      *> Shutting a branch turns members away at the desk and moves
      *> due dates -- a supervisor's decision.
           if maintChoice = 2 or maintChoice = 3
               if currentOperator not = spaces
                   and currentOperatorLevel not = "S"
                   and currentOperatorLevel not = "A"
                   display "Operator " currentOperator " is not"
                           " authorized to change the calendar."
                   goback
               end-if
           end-if

           open i-o CLOSURES

           evaluate true
               when CLOSE-status-ok
                   continue
               when CLOSE-status = "93"
                   display "CLOSURES file is locked. Try later."
                   goback
               when other
                   display "Unable to open CLOSURES file. Status: "
                           CLOSE-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-closure
               when 3
                   perform remove-one-closure
               when other
                   perform list-closures
           end-evaluate

           close CLOSURES

       GOBACK.

      *> In date order from the date asked for; a branch asked for
      *> shows its own closures and the club-wide holidays.
       list-closures.
           display "From date (YYYYMMDD, 0 = today): " no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if
           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch (Enter = all): " no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
           end-perform
           move inputBranch to listBranch

           move inputDate to closeDate
           start CLOSURES key is not less than closeDate
               invalid key
                   move 'y' to eof
           end-start
           display "Date     Branch Type Hours     Reason"
           perform until eof = 'y'
               read CLOSURES next record
                   at end
                       move 'y' to eof
                   not at end
                       if listBranch = spaces
                           or closeBranch = spaces
                           or closeBranch = listBranch
                           perform list-one-closure
                       end-if
               end-read
           end-perform
           display "Rows: " rowsListed.

       list-one-closure.
           add 1 to rowsListed
           if closeBranch = spaces
               move "ALL " to inputBranch
           else
               move closeBranch to inputBranch
           end-if
           if close-partial
               display closeDate " " inputBranch "   PART "
                       closeFromTime "-" closeToTime " "
                       closeReason
           else
               display closeDate " " inputBranch "   FULL "
                       "          " closeReason
           end-if.

       ask-key.
           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch (Enter = the whole club): "
                       no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
           end-perform

           move 'n' to dateOk
           perform until dateOk = 'y'
               display "Date closed (YYYYMMDD): " no advancing
               move 0 to inputDate
               accept inputDate
               if function test-date-yyyymmdd(inputDate) = 0
                   move 'y' to dateOk
               else
                   display "Not a calendar date."
               end-if
           end-perform

           move inputBranch to closeBranch
           move inputDate to closeDate.

       edit-one-closure.
           perform ask-key

           move spaces to inputType
           perform until inputType = "F" or inputType = "P"
               display "[F]ull day or [P]art of the day: "
                       no advancing
               accept inputType
               move function upper-case(inputType) to inputType
           end-perform
           move 0 to inputFromTime
           move 0 to inputToTime
           if inputType = "P"
               perform until inputFromTime < inputToTime
                   and inputToTime <= 2400
                   display "Shut from (hhmm): " no advancing
                   accept inputFromTime
                   display "Shut until (hhmm): " no advancing
                   accept inputToTime
               end-perform
           end-if
           move spaces to inputReason
           perform until inputReason not = spaces
               display "Reason: " no advancing
               accept inputReason
           end-perform

           read CLOSURES key is closeKey
               invalid key
                   initialize CLOSE-rec
                   move inputBranch to closeBranch
                   move inputDate to closeDate
                   perform fill-closure
                   write CLOSE-rec
                   display "Closure entered for " inputDate
               not invalid key
                   perform fill-closure
                   rewrite CLOSE-rec
                   display "Closure for " inputDate " changed"
           end-read
           move "CLOSEADD" to auditOperation
           perform audit-closure.

       fill-closure.
           move inputType to closeType
           move inputFromTime to closeFromTime
           move inputToTime to closeToTime
           move inputReason to closeReason
           move currentOperator to closeAddedBy
           move todayDate to closeAddedDate.

       check-branch.
           if inputBranch = spaces
               move 'y' to branchOk
               exit paragraph
           end-if
           open input BRANCHES
           move inputBranch to branchKey
           read BRANCHES key is branchKey
               invalid key
                   display "No branch " inputBranch
                           " on the branch registry."
               not invalid key
                   move 'y' to branchOk
           end-read
           close BRANCHES.

       remove-one-closure.
           perform ask-key
           read CLOSURES key is closeKey
               invalid key
                   display "No closure on file for " inputDate
               not invalid key
                   delete CLOSURES record
                   display "Closure for " inputDate " removed"
                   move "CLOSEDEL" to auditOperation
                   perform audit-closure
           end-read.

      *> The closure changed rides in the audit member name:
      *> branch (blank for the whole club) and date.
       audit-closure.
           move 0 to auditMemberId
           move spaces to auditMemberName
           string inputBranch " " inputDate
               delimited by size into auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move spaces to auditOldStatus
           move spaces to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.
