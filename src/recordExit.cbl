        IDENTIFICATION DIVISION.
        PROGRAM-ID. recordExit.
      *> Takes a member's exit: finds their latest visit on
      *> data/VISITS.dat for the day that is still open and began
      *> no later than the exit time, and stamps it with the exit
      *> time and where the exit was taken. Guests the member
      *> brought in that day and whose visits are still open leave
      *> with them. No open visit answers not matched and changes
      *> nothing. checkOut and the kiosk call it; swipeImport makes
      *> the same match against the file it already holds open.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
        DATA DIVISION.
           file section.
               fd VISITS.
                   COPY VISITFD.
            local-STORAGE SECTION.
               01 visitEof pic x value 'n'.
               01 bestVisitId pic 9(7) value 0.
               COPY VISITSTAT.
        LINKAGE SECTION.
            COPY EXITPARM.
        PROCEDURE DIVISION USING exit-parms.

           move 'n' to exitParmMatched
           move 0 to exitParmVisitId
           move spaces to exitParmBranch
           move 0 to exitParmInTime
           move 0 to exitParmGuests

           open i-o VISITS
           if not VISIT-status-ok or VISIT-status = "05"
               close VISITS
               goback
           end-if

      *> The member's own visits come in id order, so the last
      *> qualifying one is the latest.
           move exitParmMemberId to visitMemberId
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
                           when visitMemberId not = exitParmMemberId
                               move 'y' to visitEof
                           when visit-guest
                           when visit-exited
                               continue
                           when visitDate = exitParmDate
                               and visitTime(1:4) <= exitParmTime
                               move visitId to bestVisitId
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           if bestVisitId = 0
               close VISITS
               goback
           end-if

           move bestVisitId to visitId
           read VISITS key is visitId
               invalid key
                   close VISITS
                   goback
           end-read
           move exitParmTime to visitExitTime
           move exitParmSource to visitExitSource
           rewrite VISIT-rec
               invalid key
                   close VISITS
                   goback
           end-rewrite
           move 'y' to exitParmMatched
           move visitId to exitParmVisitId
           move visitBranch to exitParmBranch
           move visitTime(1:4) to exitParmInTime

           perform close-guest-visits
           close VISITS

       GOBACK.

       close-guest-visits.
           move 'n' to visitEof
           move exitParmMemberId to visitMemberId
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
                           when visitMemberId not = exitParmMemberId
                               move 'y' to visitEof
                           when visit-guest
                               and not visit-exited
                               and visitDate = exitParmDate
                               move exitParmTime to visitExitTime
                               move exitParmSource to visitExitSource
                               rewrite VISIT-rec
                               add 1 to exitParmGuests
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
