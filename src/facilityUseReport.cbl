      *> of week per branch over a chosen date range, and closes
      *> with a month-over-month comparison per branch -- staffing
      *> and opening hours set from evidence instead of folklore.
      *> Each branch also shows how long members stay -- averaged
      *> over exits actually taken at the desk, kiosk or door,
      *> with the visits the nightly close-out ended at an assumed
      *> time counted apart -- and the peak number in the building
      *> in each hour of the day, worked minute by minute from the
      *> visits' in and out times over every day in the range.
      *> Each weekday also shows the average visits per day the
      *> branch was open: days the closure calendar has it shut
      *> all day (through checkClosure) are left out of the
      *> averages and listed, so an empty Tuesday reads as the
      *> holiday it was. Written to data/FACILITY_USE.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
                   select PICKED-WORK
                       assign to "data/FACPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/FACPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/FACSORT.tmp".
                   select USAGE-RPT
                       assign to "data/FACILITY_USE.rpt"
                       organization is line sequential.
           file section.
               fd VISITS.
                   COPY VISITFD.
      *> One row per visit with an in and an out minute, for the
      *> minute-by-minute head count.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickSlot pic 99.
                       02 pickDate pic 9(8).
                       02 pickInMinute pic 9(4).
                       02 pickOutMinute pic 9(4).
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortSlot pic 99.
                       02 sortDate pic 9(8).
                       02 sortInMinute pic 9(4).
                       02 sortOutMinute pic 9(4).
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtSlot pic 99.
                       02 srtDate pic 9(8).
                       02 srtInMinute pic 9(4).
                       02 srtOutMinute pic 9(4).
               fd USAGE-RPT.
                   01 report-line pic x(100).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 nowMinute pic 9(4).
               01 fromDate pic 9(8).
               01 toDate pic 9(8).
               01 visitsCounted pic 9(7) value 0.
               01 swapCounts pic x(70).
               01 sortPass pic 99.
               01 sortSwapped pic x.
               01 inTimeParts.
                   02 inHH pic 99.
                   02 inMM pic 99.
               01 outTimeParts.
                   02 outHH pic 99.
                   02 outMM pic 99.
               01 inMinute pic 9(4).
               01 outMinute pic 9(4).
               01 averageStay pic zzzz9.9.
               01 stayWork pic 9(5)v9.
               01 minuteIdx pic 9(4).
               01 headCount pic s9(5).
               01 dayOpen pic x value 'n'.
               01 daySlot pic 99.
               01 dayDate pic 9(8).
               01 rangeStart pic 9(8).
               01 firstVisitSeen pic 9(8) value 99999999.
               01 calendarDay pic 9(7).
               01 lastCalendarDay pic 9(7).
               01 fullClosedDays pic 9(5).
               01 partClosedDays pic 9(5).
               01 openDowDays pic 9(5) occurs 7 times.
               01 averagePerDay pic zzzz9.9.
      *> A visit adds one at its in minute and takes one off the
      *> minute after it left; the running sum down the day is the
      *> head count at each minute.
               01 day-Minute-Table.
                   02 minuteChange pic s9(5) occurs 1441 times.
      *> Monday-first to match the staffing rota on the wall.
               01 dow-Name-List.
                   02 filler pic x(9) value "Monday".
                       03 tallyHourCount pic 9(5) occurs 24 times.
                       03 tallyDowCount pic 9(5) occurs 7 times.
                       03 tallyBranchTotal pic 9(7).
                       03 tallyStayCount pic 9(7).
                       03 tallyStayMinutes pic 9(9).
                       03 tallyAssumed pic 9(7).
                       03 tallyNoExit pic 9(7).
                       03 tallyPeakHour pic 9(5) occurs 24 times.
                       03 tallyPeakAll pic 9(5).
                       03 tallyPeakDate pic 9(8).
                       03 tallyPeakMinute pic 9(4).
      *> Month-over-month: one row per calendar month in the range
      *> (36 covers three years), one column per branch slot above.
               01 month-Tally-Table.
                   02 month-Tally-Entry occurs 36 times.
                       03 tallyPeriod pic 9(6).
                       03 tallyMonthCount pic 9(7) occurs 10 times.
               COPY CLOSEPARM.
               COPY VISITSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time
           move todayTime(1:4) to inTimeParts
           compute nowMinute = inHH * 60 + inMM

           display "Facility utilization report"
           display "From date (YYYYMMDD, 0 = beginning): "
                   goback
           end-evaluate

           open output PICKED-WORK
           perform until eof = 'y'
               read VISITS next record
                   at end
           end-perform

           close VISITS
           close PICKED-WORK

      *> A range with no start runs from the first visit found, so
      *> the per-day averages are not spread over empty decades.
           move fromDate to rangeStart
           if rangeStart < firstVisitSeen
               and firstVisitSeen not = 99999999
               move firstVisitSeen to rangeStart
           end-if

           sort SORT-FILE
               on ascending key sortSlot
               on ascending key sortDate
               using PICKED-WORK
               giving PICKED-SORTED
           perform count-peak-occupancy

           perform sort-month-rows


       tally-one-visit.
           add 1 to visitsCounted
           if visitDate < firstVisitSeen
               move visitDate to firstVisitSeen
           end-if

           perform find-branch-slot
           if branchSlot = 0
           perform find-month-slot
           if monthSlot > 0
               add 1 to tallyMonthCount(monthSlot, branchSlot)
           end-if

           perform pick-one-stay.

      *> A closed visit has its stay; one of today's still open
      *> counts as in the building up to now. Any other open visit
      *> predates the close-out and has no out time to go on.
       pick-one-stay.
           move visitTime(1:4) to inTimeParts
           compute inMinute = inHH * 60 + inMM
           evaluate true
               when visit-exited
                   move visitExitTime to outTimeParts
                   compute outMinute = outHH * 60 + outMM
               when visitDate = todayDate
                   move nowMinute to outMinute
               when other
                   add 1 to tallyNoExit(branchSlot)
                   exit paragraph
           end-evaluate
           if outMinute < inMinute or outMinute > 1439
               move inMinute to outMinute
           end-if

           if exit-assumed
               add 1 to tallyAssumed(branchSlot)
           else
               if visit-exited
                   add 1 to tallyStayCount(branchSlot)
                   compute tallyStayMinutes(branchSlot) =
                       tallyStayMinutes(branchSlot)
                       + outMinute - inMinute
               end-if
           end-if

           move branchSlot to pickSlot
           move visitDate to pickDate
           move inMinute to pickInMinute
           move outMinute to pickOutMinute
           write picked-rec.

      *> Branch and day come off the sort together; each day's
      *> minute table is run down when the next day starts.
       count-peak-occupancy.
           open input PICKED-SORTED
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       if dayOpen = 'y'
                           and (srtSlot not = daySlot
                                or srtDate not = dayDate)
                           perform close-one-day
                       end-if
                       if dayOpen not = 'y'
                           initialize day-Minute-Table
                           move srtSlot to daySlot
                           move srtDate to dayDate
                           move 'y' to dayOpen
                       end-if
                       add 1 to minuteChange(srtInMinute + 1)
                       subtract 1 from minuteChange(srtOutMinute + 2)
               end-read
           end-perform
           if dayOpen = 'y'
               perform close-one-day
           end-if
           close PICKED-SORTED.

       close-one-day.
           move 0 to headCount
           perform varying minuteIdx from 1 by 1
                   until minuteIdx > 1440
               add minuteChange(minuteIdx) to headCount
               compute hourIdx = (minuteIdx - 1) / 60 + 1
               if headCount > tallyPeakHour(daySlot, hourIdx)
                   move headCount to tallyPeakHour(daySlot, hourIdx)
               end-if
               if headCount > tallyPeakAll(daySlot)
                   move headCount to tallyPeakAll(daySlot)
                   move dayDate to tallyPeakDate(daySlot)
                   compute tallyPeakMinute(daySlot) = minuteIdx - 1
               end-if
           end-perform
           move 'n' to dayOpen.

       find-branch-slot.
           move 0 to branchSlot
               end-if
           end-perform

           perform count-open-days
           move spaces to report-line
           string "By day of week:"
               delimited by size into report-line
           write report-line
           perform varying dowIdx from 1 by 1 until dowIdx > 7
               move 0 to stayWork
               if openDowDays(dowIdx) > 0
                   compute stayWork rounded =
                       tallyDowCount(branchIdx, dowIdx)
                       / openDowDays(dowIdx)
               end-if
               move stayWork to averagePerDay
               move spaces to report-line
               string "  " dowName(dowIdx) "  "
                   tallyDowCount(branchIdx, dowIdx)
                   "  open days " openDowDays(dowIdx)
                   "  average " averagePerDay
                   delimited by size into report-line
               write report-line
           end-perform
           move spaces to report-line
           string "  Closed all day: " fullClosedDays
               "  part of the day: " partClosedDays
               delimited by size into report-line
           write report-line

           move spaces to report-line
           string "Length of stay:"
               delimited by size into report-line
           write report-line
           move 0 to stayWork
           if tallyStayCount(branchIdx) > 0
               compute stayWork rounded = tallyStayMinutes(branchIdx)
                   / tallyStayCount(branchIdx)
           end-if
           move stayWork to averageStay
           move spaces to report-line
           string "  Exits taken: " tallyStayCount(branchIdx)
               "  average stay " averageStay " min"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Closed by the nightly close-out: "
               tallyAssumed(branchIdx)
               "  no exit recorded: " tallyNoExit(branchIdx)
               delimited by size into report-line
           write report-line

           move spaces to report-line
           string "Peak in the building by hour of day:"
               delimited by size into report-line
           write report-line
           perform varying hourIdx from 1 by 1 until hourIdx > 24
               if tallyPeakHour(branchIdx, hourIdx) > 0
                   move spaces to report-line
                   compute visitHour = hourIdx - 1
                   string "  " visitHour ":00  "
                       tallyPeakHour(branchIdx, hourIdx)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform
           if tallyPeakAll(branchIdx) > 0
               divide tallyPeakMinute(branchIdx) by 60
                   giving outHH remainder outMM
               move spaces to report-line
               string "  Busiest: " tallyPeakAll(branchIdx)
                   " in the building on " tallyPeakDate(branchIdx)
                   " at " outHH ":" outMM
                   delimited by size into report-line
               write report-line
           end-if.

      *> Every day of the range weighed against the branch's
      *> closure calendar; a day shut all day is not an open day.
       count-open-days.
           move 0 to fullClosedDays
           move 0 to partClosedDays
           perform varying dowIdx from 1 by 1 until dowIdx > 7
               move 0 to openDowDays(dowIdx)
           end-perform
           if rangeStart > toDate
               exit paragraph
           end-if
           compute calendarDay = function integer-of-date(rangeStart)
           compute lastCalendarDay =
               function integer-of-date(toDate)
           perform until calendarDay > lastCalendarDay
               move "C" to closeParmAction
               move tallyBranch(branchIdx) to closeParmBranch
               compute closeParmDate =
                   function date-of-integer(calendarDay)
               call "checkClosure" using closure-parms
               evaluate true
                   when close-parm-full
                       add 1 to fullClosedDays
                       if fullClosedDays = 1
                           move spaces to report-line
                           string "Closed all day (not averaged):"
                               delimited by size into report-line
                           write report-line
                       end-if
                       if fullClosedDays <= 20
                           move spaces to report-line
                           string "    closed " closeParmDate ": "
                               closeParmReason
                               delimited by size into report-line
                           write report-line
                       end-if
                   when other
                       if close-parm-partial
                           add 1 to partClosedDays
                       end-if
                       compute visitDow = function mod(calendarDay, 7)
                       if visitDow = 0
                           move 7 to visitDow
                       end-if
                       add 1 to openDowDays(visitDow)
               end-evaluate
               add 1 to calendarDay
           end-perform.

       report-month-over-month.
