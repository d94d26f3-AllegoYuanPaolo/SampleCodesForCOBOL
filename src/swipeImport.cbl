        PROGRAM-ID. swipeImport.
      *> Door-controller swipe import: turns the controller's
      *> overnight swipe log (data/DOOR_SWIPES.txt -- serial,
      *> date, time and reader direction per line) into VISIT-rec
      *> rows so after-hours usage finally shows in the visit
      *> history the utilization reports read. An exit-reader
      *> swipe ("O") closes the member's open visit that day --
      *> the same match recordExit makes at the desk -- and an
      *> exit with no open visit to close is listed. A serial not
      *> on CARDS.dat, a void card, or
      *> a card whose member cannot be resolved is a security
      *> exception, reported to data/DOOR_EXCEPTIONS.rpt. An entry
      *> swipe at a reader away from the member's home branch is
      *> held to the reciprocal access rules (checkAccess): over
      *> the allowance the visit surcharge is posted, and a member
      *> the rules would have refused -- already through the door
      *> -- is logged and listed as not entitled. The
      *> processed log is set aside under a dated name so the next
      *> controller drop starts clean.
        environment division.
                       02 swipeDate pic 9(8).
                       02 filler pic x.
                       02 swipeTime pic 9(6).
                       02 filler pic x.
      *> "O" from an exit reader; blank or "I" from an entry
      *> reader (older controller logs carry no direction).
                       02 swipeDirection pic x.
                           88 swipe-exit value "O" "o".
                       02 filler pic x.
      *> Branch the reader is at; blank on older controller logs,
      *> which are taken at the member's home branch.
                       02 swipeBranch pic x(4).
               fd EXCEPT-RPT.
                   01 except-line pic x(80).
            local-STORAGE SECTION.
               01 swipesRead pic 9(5) value 0.
               01 visitsWritten pic 9(5) value 0.
               01 exceptionsFound pic 9(5) value 0.
               01 exitsMatched pic 9(5) value 0.
               01 exitsUnmatched pic 9(5) value 0.
               01 exitTime pic 9(4).
               01 bestVisitId pic 9(7).
               01 visitEof pic x.
               01 commandLine pic x(120).
               01 visitSite pic x(4).
               01 surchargesPosted pic 9(5) value 0.
               01 entriesRefused pic 9(5) value 0.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY ACCESSPARM.
               COPY CARDSTAT.
               COPY VISITSTAT.

               "  Exceptions: " exceptionsFound
               delimited by size into except-line
           write except-line
           move spaces to except-line
           string "Exits matched: " exitsMatched
               "  Exits with no open visit: " exitsUnmatched
               delimited by size into except-line
           write except-line
           move spaces to except-line
           string "Visit surcharges posted: " surchargesPosted
               "  Entries not entitled: " entriesRefused
               delimited by size into except-line
           write except-line

           close SWIPE-IN
           close CARDS
           display "Swipe import complete."
           display "  Swipes read:    " swipesRead
           display "  Visits written: " visitsWritten
           display "  Exits matched:  " exitsMatched
           display "  Surcharges:     " surchargesPosted
           display "  Exceptions:     " exceptionsFound
                   " -- see data/DOOR_EXCEPTIONS.rpt"

               exit paragraph
           end-if

           if swipe-exit
               perform close-visit-on-exit
               exit paragraph
           end-if

           move function upper-case(swipeBranch) to visitSite
           if visitSite = spaces
               move findParmBranch to visitSite
           end-if
           if visitSite not = findParmBranch
               perform apply-access-rules
           end-if

           initialize VISIT-rec
           move "VISITID" to seqName
           call "nextSequence" using seq-parms
           move findParmName to visitMemberName
           move swipeDate to visitDate
           compute visitTime = swipeTime * 100
           move visitSite to visitBranch
           move findParmType to visitMemberType
           move "S" to visitEntrySource
           write VISIT-rec
               invalid key
                   display "Unable to log swipe visit " visitId
                   add 1 to visitsWritten
           end-write.

      *> The member's latest visit that day still open and begun
      *> no later than the swipe; their guests that day go out
      *> with them.
       close-visit-on-exit.
           move swipeTime(1:4) to exitTime
           move 0 to bestVisitId
           move 'n' to visitEof
           move cardMemberId to visitMemberId
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
                           when visitMemberId not = cardMemberId
                               move 'y' to visitEof
                           when visit-guest
                           when visit-exited
                               continue
                           when visitDate = swipeDate
                               and visitTime(1:4) <= exitTime
                               move visitId to bestVisitId
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           if bestVisitId = 0
               add 1 to exitsUnmatched
               move spaces to except-line
               string "| serial " swipeSerial
                   " | " swipeDate " " swipeTime
                   " | exit with no open visit (member "
                   cardMemberId ") |"
                   delimited by size into except-line
               write except-line
               exit paragraph
           end-if

           move bestVisitId to visitId
           read VISITS key is visitId
               invalid key
                   exit paragraph
           end-read
           move exitTime to visitExitTime
           move "S" to visitExitSource
           rewrite VISIT-rec
           add 1 to exitsMatched

           move 'n' to visitEof
           move cardMemberId to visitMemberId
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
                           when visitMemberId not = cardMemberId
                               move 'y' to visitEof
                           when visit-guest
                               and not visit-exited
                               and visitDate = swipeDate
                               move exitTime to visitExitTime
                               move "S" to visitExitSource
                               rewrite VISIT-rec
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> checkAccess counts the month's visits off VISITS.dat
      *> itself, so the file is let go while it looks.
       apply-access-rules.
           close VISITS
           initialize access-parms
           move "P" to accessParmAction
           move cardMemberId to accessParmMemberId
           move findParmName to accessParmMemberName
           move findParmType to accessParmType
           move findParmBranch to accessParmHomeBranch
           move visitSite to accessParmVisitBranch
           move swipeDate to accessParmVisitDate
           call "checkAccess" using access-parms
           open i-o VISITS
           evaluate true
               when access-surcharge
                   add 1 to surchargesPosted
               when access-refused
                   add 1 to entriesRefused
                   add 1 to exceptionsFound
                   move spaces to except-line
                   string "| serial " swipeSerial
                       " | " swipeDate " " swipeTime
                       " | " visitSite " not entitled (member "
                       cardMemberId ") |"
                       delimited by size into except-line
                   write except-line
               when other
                   continue
           end-evaluate.

       report-exception.
           add 1 to exceptionsFound
           move spaces to except-line
