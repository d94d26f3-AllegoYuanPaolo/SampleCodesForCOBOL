        IDENTIFICATION DIVISION.
        PROGRAM-ID. visitCloseout.
      *> Nightly visit close-out: every visit on data/VISITS.dat
      *> still open at the end of the day -- nobody checked out at
      *> the desk or kiosk and no exit swipe came in -- is closed
      *> with an assumed exit time, check-in plus the
      *> VISITSTAYMINUTES parameter (default 90) and never past
      *> 23:59, so stay lengths and occupancy history have an end
      *> to every visit. The run leaves its mark -- the date and
      *> the highest visit number it closed up to -- in
      *> data/VISIT_CLOSEOUT.txt; the next run and the desk's live
      *> head count read on from there instead of the whole file.
      *> Runs after the door-swipe import so exit swipes are taken
      *> first.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
                   select optional CLOSEOUT-MARK
                       assign to "data/VISIT_CLOSEOUT.txt"
                       organization is line sequential
                       file status is MARK-status.
        DATA DIVISION.
           file section.
               fd VISITS.
                   COPY VISITFD.
               fd CLOSEOUT-MARK.
                   01 mark-rec.
                       02 markDate pic 9(8).
                       02 filler pic x.
                       02 markVisitId pic 9(7).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 startVisitId pic 9(7) value 0.
               01 lastVisitId pic 9(7) value 0.
               01 stayMinutes pic 9(7).
               01 exitMinute pic 9(5).
               01 exitHH pic 99.
               01 inTimeParts.
                   02 inHH pic 99.
                   02 inMM pic 99.
               01 exitMM pic 99.
               01 visitsRead pic 9(7) value 0.
               01 alreadyClosed pic 9(7) value 0.
               01 visitsClosed pic 9(7) value 0.
               01 MARK-status pic xx.
               COPY GETPARM.
               COPY CTRLPARM.
               COPY VISITSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           move "VISITSTAYMINUTES" to getParmName
           move 90 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to stayMinutes

           open input CLOSEOUT-MARK
           if MARK-status = "00"
               read CLOSEOUT-MARK
                   at end
                       continue
                   not at end
                       if markVisitId numeric
                           move markVisitId to startVisitId
                       end-if
               end-read
           end-if
           close CLOSEOUT-MARK
           move startVisitId to lastVisitId

           open i-o VISITS
           evaluate true
               when VISIT-status-ok
                   continue
               when other
                   display "Unable to open VISITS file. Status: "
                           VISIT-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           move startVisitId to visitId
           start VISITS key is greater than visitId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VISITS next record
                   at end
                       move 'y' to eof
                   not at end
                       if visitDate <= todayDate
                           perform close-one-visit
                       end-if
               end-read
           end-perform
           close VISITS

           open output CLOSEOUT-MARK
           move spaces to mark-rec
           move todayDate to markDate
           move lastVisitId to markVisitId
           write mark-rec
           close CLOSEOUT-MARK

           move "VISITCLOSE" to ctrlJobName
           move visitsRead to ctrlRead
           compute ctrlWritten = visitsClosed + alreadyClosed
           move 0 to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           display "Visit close-out complete."
           display "  Visits read:            " visitsRead
           display "  Already closed:         " alreadyClosed
           display "  Closed at assumed time: " visitsClosed
           display "  Mark now at visit:      " lastVisitId

       GOBACK.

       close-one-visit.
           add 1 to visitsRead
           if visitId > lastVisitId
               move visitId to lastVisitId
           end-if
           if visit-exited
               add 1 to alreadyClosed
               exit paragraph
           end-if

           move visitTime(1:4) to inTimeParts
           compute exitMinute = inHH * 60 + inMM + stayMinutes
           if exitMinute > 1439
               move 1439 to exitMinute
           end-if
           divide exitMinute by 60 giving exitHH remainder exitMM
           compute visitExitTime = exitHH * 100 + exitMM
           move "A" to visitExitSource
           rewrite VISIT-rec
           add 1 to visitsClosed.
