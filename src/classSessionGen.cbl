        IDENTIFICATION DIVISION.
        PROGRAM-ID. classSessionGen.
      *> Term session generator. For a term (first and last date)
      *> walks every active slot on data/CLASSES.dat and writes one
      *> dated session to data/CLASSSESS.dat for each day in the
      *> term that falls on the slot's weekday, copying the slot's
      *> branch, start time, room, capacity and instructor onto the
      *> session. A session already on file (a rerun, or a term
      *> that overlaps the last one) is left exactly as it is, so
      *> a cover instructor keyed for one week survives the rerun.
      *> A register of what was generated goes to
      *> data/CLASS_SESSIONS.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY CLASSSEL.
                   COPY SESSSEL.
                   select REGISTER-RPT
                       assign to "data/CLASS_SESSIONS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd CLASSES.
                   COPY CLASSFD.
               fd CLASSSESS.
                   COPY SESSFD.
               fd REGISTER-RPT.
                   01 register-line pic x(90).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 termStart pic 9(8).
               01 termEnd pic 9(8).
               01 termStartDay pic 9(7).
               01 termEndDay pic 9(7).
               01 walkDay pic 9(7).
               01 walkDow pic 9.
               01 classesRead pic 9(5) value 0.
               01 sessionsWritten pic 9(5) value 0.
               01 sessionsKept pic 9(5) value 0.
               01 classSessions pic 9(3).
               COPY CLASSSTAT.
               COPY SESSSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Class session generation"
           display "Term first date (YYYYMMDD): " no advancing
           move 0 to termStart
           accept termStart
           display "Term last date (YYYYMMDD): " no advancing
           move 0 to termEnd
           accept termEnd

           if termStart = 0 or termEnd < termStart
               display "Term dates are not usable -- nothing"
                       " generated."
               goback
           end-if

           compute termStartDay = function integer-of-date(termStart)
           compute termEndDay = function integer-of-date(termEnd)
           if termStartDay = 0 or termEndDay = 0
               display "Term dates are not valid dates -- nothing"
                       " generated."
               goback
           end-if

           open input CLASSES
           evaluate true
               when CLASS-status-ok
                   continue
               when other
                   display "Unable to open CLASSES file. Status: "
                           CLASS-status
                   goback
           end-evaluate

           open i-o CLASSSESS
           evaluate true
               when SESS-status-ok
                   continue
               when other
                   display "Unable to open CLASSSESS file. Status: "
                           SESS-status
                   close CLASSES
                   goback
           end-evaluate

           open output REGISTER-RPT
           move spaces to register-line
           string "Class Session Generation - term " termStart
               " to " termEnd "  (run " todayDate ")"
               delimited by size into register-line
           write register-line
           move spaces to register-line
           write register-line

           perform until eof = 'y'
               read CLASSES next record
                   at end
                       move 'y' to eof
                   not at end
                       if class-active
                           add 1 to classesRead
                           perform generate-one-class
                       end-if
               end-read
           end-perform

           move spaces to register-line
           write register-line
           move spaces to register-line
           string "Classes read:        " classesRead
               delimited by size into register-line
           write register-line
           move spaces to register-line
           string "Sessions generated:  " sessionsWritten
               delimited by size into register-line
           write register-line
           move spaces to register-line
           string "Already on file:     " sessionsKept
               delimited by size into register-line
           write register-line

           close CLASSES
           close CLASSSESS
           close REGISTER-RPT

           display "Session generation complete."
           display "  Classes read:       " classesRead
           display "  Sessions generated: " sessionsWritten
           display "  Already on file:    " sessionsKept
           display "Register written to data/CLASS_SESSIONS.rpt"

       GOBACK.

      *> Day 1 of the date register (1601-01-01) was a Monday, so
      *> the remainder runs Monday=1 through Saturday=6, Sunday=0 --
      *> the same arithmetic the nightly driver's calendar uses.
       generate-one-class.
           move 0 to classSessions
           perform varying walkDay from termStartDay by 1
                   until walkDay > termEndDay
               compute walkDow = function mod(walkDay, 7)
               if walkDow = 0
                   move 7 to walkDow
               end-if
               if walkDow = classWeekday
                   perform write-one-session
               end-if
           end-perform

           move spaces to register-line
           string "| " classCode
               " | " classDescription
               " | " classBranch
               " | day " classWeekday
               " " classStartTime
               " | " classSessions " new |"
               delimited by size into register-line
           write register-line.

       write-one-session.
           initialize SESS-rec
           move classCode to sessClassCode
           compute sessDate = function date-of-integer(walkDay)
           move classDescription to sessDescription
           move classBranch to sessBranch
           move classStartTime to sessStartTime
           move classRoom to sessRoom
           move classCapacity to sessCapacity
           move classInstructor to sessInstructor
           move "S" to sessStatus
           write SESS-rec
               invalid key
                   add 1 to sessionsKept
               not invalid key
                   add 1 to sessionsWritten
                   add 1 to classSessions
           end-write.
