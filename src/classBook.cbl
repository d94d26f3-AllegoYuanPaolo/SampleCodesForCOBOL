        IDENTIFICATION DIVISION.
        PROGRAM-ID. classBook.
      *> Desk class booking: books a member into one dated session
      *> of a timetable class, or cancels a booking to free the
      *> place. The session must be scheduled and not already
      *> past; the member is validated through findMember (they
      *> may live in any branch's file) and must be Active; the
      *> session's capacity is enforced and a double booking
      *> rejected the way eventRegister does for events. Classes
      *> carry no fee -- they come with the membership.
        environment division.
           input-output section.
               file-control.
                   COPY SESSSEL.
                   COPY CLSBKSEL.
        DATA DIVISION.
           file section.
               fd CLASSSESS.
                   COPY SESSFD.
               fd CLASSBOOK.
                   COPY CLSBKFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 bookChoice pic 9.
               01 inputCode pic x(8).
               01 inputDate pic 9(8).
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 memberNameSave pic x(16).
               01 capacitySave pic 9(4).
               01 sessStatusSave pic x.
                   88 sess-save-cancelled value "X".
               01 sessDateSave pic 9(8).
               01 bookedCount pic 9(4).
               01 alreadyBooked pic x.
               01 bookingFound pic x.
               01 browseEof pic x.
               01 wantedSession.
                   02 wantedClassCode pic x(8).
                   02 wantedSessDate pic 9(8).
               COPY FINDPARM.
               COPY SEQPARM.
               COPY CHKDIGPARM.
               COPY SESSSTAT.
               COPY CLSBKSTAT.

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

           display "Class booking"
           display "[1] Book a class  [2] Cancel a booking"
           display "Enter option >" no advancing
           accept bookChoice

           display "Class code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           display "Session date (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if

           open input CLASSSESS
           evaluate true
               when SESS-status-ok
                   continue
               when other
                   display "Unable to open CLASSSESS file. Status: "
                           SESS-status
                   goback
           end-evaluate

           move inputCode to sessClassCode
           move inputDate to sessDate
           read CLASSSESS key is sessKey
               invalid key
                   display "No " inputCode " session on "
                           inputDate "."
                   close CLASSSESS
                   goback
           end-read
      *> The booking checks below run after the sessions file is
      *> closed, so they test these copies, not its record area.
           move sessStatus to sessStatusSave
           move sessDate to sessDateSave
           display sessDescription " " sessDate " at "
                   sessStartTime " room " sessRoom
                   " (" sessInstructor ")"
           move sessCapacity to capacitySave
           close CLASSSESS
           move inputCode to wantedClassCode
           move inputDate to wantedSessDate

           display "Member number: " no advancing
           accept searchId

      *> A miskeyed member number must beep here, not book a
      *> stranger into the class.
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               goback
           end-if

           open i-o CLASSBOOK
           evaluate true
               when CLSBK-status-ok
                   continue
               when other
                   display "Unable to open CLASSBOOK file. Status: "
                           CLSBK-status
                   goback
           end-evaluate

           if bookChoice = 2
               perform cancel-booking
               close CLASSBOOK
               goback
           end-if

           if sess-save-cancelled
               display "That session is CANCELLED -- not booked."
               close CLASSBOOK
               goback
           end-if
           if sessDateSave < todayDate
               display "That session has already been held --"
                       " not booked."
               close CLASSBOOK
               goback
           end-if

           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Member number not found in any branch"
                       " membership file!"
               close CLASSBOOK
               goback
           end-if
           if findParmStatus not = "A"
               display "Member is not Active (status "
                       findParmStatus ") -- not booked."
               close CLASSBOOK
               goback
           end-if
           move findParmName to memberNameSave

           perform count-session-bookings

           if alreadyBooked = 'y'
               display memberNameSave " is already booked into"
                       " this session."
               close CLASSBOOK
               goback
           end-if

           if capacitySave > 0
               and bookedCount >= capacitySave
               display "Session is FULL (" bookedCount " of "
                       capacitySave ") -- not booked."
               close CLASSBOOK
               goback
           end-if

           initialize CLSBK-rec
           move "CLASSBOOK" to seqName
           call "nextSequence" using seq-parms
           move seqValue to bookId
           move wantedClassCode to bookClassCode
           move wantedSessDate to bookSessDate
           move searchId to bookMemberId
           move memberNameSave to bookMemberName
           move todayDate to bookDate
           move "C" to bookStatus
           move space to bookAttend
           write CLSBK-rec
               invalid key
                   display "Unable to write booking."
                   close CLASSBOOK
                   goback
           end-write
           close CLASSBOOK

           add 1 to bookedCount
           display "Booked " memberNameSave " into " wantedClassCode
                   " on " wantedSessDate " (" bookedCount " of "
                   capacitySave " places taken)."

       GOBACK.

      *> One pass down the session's booking chain counts the
      *> places taken and spots a double booking -- only
      *> confirmed rows consume capacity.
       count-session-bookings.
           move 0 to bookedCount
           move 'n' to alreadyBooked
           move 'n' to browseEof
           move wantedSession to bookSession
           start CLASSBOOK key is equal to bookSession
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read CLASSBOOK next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if bookSession not = wantedSession
                           move 'y' to browseEof
                       else
                           if book-confirmed
                               add 1 to bookedCount
                               if bookMemberId = searchId
                                   move 'y' to alreadyBooked
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

      *> The cancelled row stays as history; the place is free the
      *> moment the status byte flips.
       cancel-booking.
           move 'n' to bookingFound
           move 'n' to browseEof
           move wantedSession to bookSession
           start CLASSBOOK key is equal to bookSession
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read CLASSBOOK next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when bookSession not = wantedSession
                               move 'y' to browseEof
                           when bookMemberId = searchId
                               and book-confirmed
                               move "X" to bookStatus
                               rewrite CLSBK-rec
                               move 'y' to bookingFound
                               move 'y' to browseEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           if bookingFound = 'y'
               display "Booking cancelled for " bookMemberName
                       " -- place freed."
           else
               display "No live booking for member " searchId
                       " in that session."
           end-if.
