        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkClosure.
      *> Answers from the branch closure calendar data/CLOSURES.dat:
      *> whether a branch is shut on a date (all day or part of
      *> it, and why), the first day on or after a date that the
      *> branch is not shut all day -- so a due date never lands on
      *> a closed day -- and how many closed days fall in a range,
      *> for the late fee count and the visit reports' averages.
      *> A club-wide holiday (a row with a blank branch) closes
      *> every branch; a full closure outranks a partial one. No
      *> calendar on file answers open.
        environment division.
           input-output section.
               file-control.
                   COPY CLOSESEL.
        DATA DIVISION.
           file section.
               fd CLOSURES.
                   COPY CLOSEFD.
            local-STORAGE SECTION.
               01 checkDate pic 9(8).
               01 dayNumber pic 9(7).
               01 lastDayNumber pic 9(7).
               01 rollTries pic 9(3) value 0.
               COPY CLOSESTAT.
        LINKAGE SECTION.
            COPY CLOSEPARM.
        PROCEDURE DIVISION USING closure-parms.

           move "N" to closeParmClosed
           move 0 to closeParmFromTime
           move 0 to closeParmToTime
           move spaces to closeParmReason
           move closeParmDate to closeParmRollDate
           move 0 to closeParmFullDays
           move 0 to closeParmPartDays

           open input CLOSURES
           if not CLOSE-status-ok or CLOSE-status = "05"
               close CLOSURES
               goback
           end-if

           evaluate closeParmAction
               when "R"
                   perform roll-past-closures
               when "N"
                   perform count-closed-days
               when other
                   move closeParmDate to checkDate
                   perform check-one-date
           end-evaluate

           close CLOSURES

       GOBACK.

      *> A year of consecutive closed days would be a calendar
      *> keyed wrong; the roll gives up there rather than loop.
       roll-past-closures.
           move closeParmDate to checkDate
           perform check-one-date
           perform until not close-parm-full or rollTries > 365
               add 1 to rollTries
               compute dayNumber =
                   function integer-of-date(checkDate) + 1
               compute checkDate = function date-of-integer(dayNumber)
               perform check-one-date
           end-perform
           move checkDate to closeParmRollDate.

       count-closed-days.
           if closeParmToDate < closeParmDate
               exit paragraph
           end-if
           compute dayNumber = function integer-of-date(closeParmDate)
           compute lastDayNumber =
               function integer-of-date(closeParmToDate)
           perform until dayNumber > lastDayNumber
               compute checkDate = function date-of-integer(dayNumber)
               perform check-one-date
               evaluate true
                   when close-parm-full
                       add 1 to closeParmFullDays
                   when close-parm-partial
                       add 1 to closeParmPartDays
                   when other
                       continue
               end-evaluate
               add 1 to dayNumber
           end-perform
           move "N" to closeParmClosed
           move 0 to closeParmFromTime
           move 0 to closeParmToTime
           move spaces to closeParmReason.

      *> The branch's own row first, then the club-wide one; a
      *> club-wide holiday outranks a branch's partial closure.
       check-one-date.
           move "N" to closeParmClosed
           move 0 to closeParmFromTime
           move 0 to closeParmToTime
           move spaces to closeParmReason

           if closeParmBranch not = spaces
               move closeParmBranch to closeBranch
               move checkDate to closeDate
               read CLOSURES key is closeKey
                   invalid key
                       continue
                   not invalid key
                       perform take-closure-row
               end-read
           end-if
           if close-parm-full
               exit paragraph
           end-if

           move spaces to closeBranch
           move checkDate to closeDate
           read CLOSURES key is closeKey
               invalid key
                   continue
               not invalid key
                   if close-full or close-parm-open
                       perform take-closure-row
                   end-if
           end-read.

       take-closure-row.
           move closeType to closeParmClosed
           if not close-parm-full and not close-parm-partial
               move "F" to closeParmClosed
           end-if
           move closeFromTime to closeParmFromTime
           move closeToTime to closeParmToTime
           move closeReason to closeParmReason.
