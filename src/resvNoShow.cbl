        IDENTIFICATION DIVISION.
        PROGRAM-ID. resvNoShow.
      *> Court and room no-show sweep. For one day (yesterday when
      *> the nightly driver's calendar runs it, asked for at the
      *> terminal otherwise) walks every reservation still marked
      *> booked for that day and looks down the member chain of
      *> data/VISITS.dat for a check-in on the same date: a
      *> member who came in is stamped used ("U"), one who never
      *> did is stamped a no-show ("N"). The charge stands either
      *> way -- the sheet is for the desk to chase repeat
      *> offenders. Report goes to data/RESV_NOSHOW.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY RESVSEL.
                   COPY VISITSEL.
                   select NOSHOW-RPT
                       assign to "data/RESV_NOSHOW.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd RESERVATIONS.
                   COPY RESVFD.
               fd VISITS.
                   COPY VISITFD.
               fd NOSHOW-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 visitEof pic x.
               01 visitedThatDay pic x.
               01 todayDate pic 9(8).
               01 sweepDate pic 9(8).
               01 slotsChecked pic 9(5) value 0.
               01 slotsUsed pic 9(5) value 0.
               01 slotsNoShow pic 9(5) value 0.
               COPY RESVSTAT.
               COPY VISITSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal --
      *> sweep the day that has just finished.
           if batchRunActive = 'y'
               compute sweepDate = function date-of-integer
                   (function integer-of-date(todayDate) - 1)
           else
               display "Sweep date (YYYYMMDD, 0 = yesterday): "
                       no advancing
               move 0 to sweepDate
               accept sweepDate
               if sweepDate = 0
                   compute sweepDate = function date-of-integer
                       (function integer-of-date(todayDate) - 1)
               end-if
           end-if

           open i-o RESERVATIONS
           evaluate true
               when RESV-status = "05"
                   display "No reservations on file."
                   close RESERVATIONS
                   goback
               when RESV-status-ok
                   continue
               when other
                   display "Unable to open RESERVATIONS file."
                           " Status: " RESV-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open input VISITS
           if not VISIT-status-ok
               display "Unable to open VISITS file. Status: "
                       VISIT-status
               add 1 to batchStepProblems
               close RESERVATIONS
               goback
           end-if

           open output NOSHOW-RPT
           move spaces to report-line
           string "Court/Room No-Show Sweep - " sweepDate
               "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

      *> The slot index leads with branch, so the whole file is
      *> walked; a reservation file is small beside VISITS.dat.
           perform until eof = 'y'
               read RESERVATIONS next record
                   at end
                       move 'y' to eof
                   not at end
                       if resvDate = sweepDate and resv-booked
                           perform sweep-one-slot
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Slots checked: " slotsChecked
               "  Used: " slotsUsed
               "  No-shows: " slotsNoShow
               delimited by size into report-line
           write report-line

           close RESERVATIONS
           close VISITS
           close NOSHOW-RPT

           display "No-show sweep for " sweepDate " complete."
           display "  Slots checked: " slotsChecked
           display "  Used:          " slotsUsed
           display "  No-shows:      " slotsNoShow
           display "Report written to data/RESV_NOSHOW.rpt"

       GOBACK.

       sweep-one-slot.
           add 1 to slotsChecked
           perform find-day-visit
           if visitedThatDay = 'y'
               move "U" to resvStatus
               add 1 to slotsUsed
           else
               move "N" to resvStatus
               add 1 to slotsNoShow
               move spaces to report-line
               string "| " resvBranch
                   " | " resvResource
                   " | " resvSlotTime
                   " | " resvMemberId
                   " | " resvMemberName
                   " | NO-SHOW |"
                   delimited by size into report-line
               write report-line
           end-if
           rewrite RESV-rec.

      *> Guest-pass rows carry the sponsor's number too -- a
      *> sponsor who only brought a guest still came through the
      *> door, so any row on the date counts.
       find-day-visit.
           move 'n' to visitedThatDay
           move 'n' to visitEof
           move resvMemberId to visitMemberId
           start VISITS key is equal to visitMemberId
               invalid key
                   move 'y' to visitEof
           end-start
           perform until visitEof = 'y'
               read VISITS next record
                   at end
                       move 'y' to visitEof
                   not at end
                       evaluate true
                           when visitMemberId not = resvMemberId
                               move 'y' to visitEof
                           when visitDate = sweepDate
                               move 'y' to visitedThatDay
                               move 'y' to visitEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
