        IDENTIFICATION DIVISION.
        PROGRAM-ID. classSheet.
      *> Daily class sheets: for one day (and optionally one
      *> branch) prints a sheet per scheduled session -- class,
      *> start time, room, instructor, places taken -- listing
      *> every booked member with a tick column for the
      *> instructor to take into the room, written to
      *> data/CLASS_SHEET.rpt. Cancelled sessions print a one-line
      *> notice instead, so the desk can ring the booked members.
      *> For a class that goes off-site the sheet can carry each
      *> member's emergency contacts and medical alert from
      *> data/EMERGENCY.dat.
        environment division.
           input-output section.
               file-control.
                   COPY SESSSEL.
                   COPY CLSBKSEL.
                   COPY EMERGSEL.
                   select SHEET-RPT
                       assign to "data/CLASS_SHEET.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd CLASSSESS.
                   COPY SESSFD.
               fd CLASSBOOK.
                   COPY CLSBKFD.
               fd EMERGENCY.
                   COPY EMERGFD.
               fd SHEET-RPT.
                   01 report-line pic x(80).
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               01 sheetDate pic 9(8).
               01 sheetBranch pic x(4).
               01 sessEof pic x value 'n'.
               01 bookEof pic x.
               01 sessionsPrinted pic 9(4) value 0.
               01 headCount pic 9(4).
               01 totalHeads pic 9(5) value 0.
               01 printEmergency pic x value 'n'.
               01 emergMemberId pic 9(7).
               01 emgSlot pic 9.
               COPY SESSSTAT.
               COPY CLSBKSTAT.
               COPY EMERGSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Class sheets"
           display "Date (YYYYMMDD, 0 = today): " no advancing
           move 0 to sheetDate
           accept sheetDate
           if sheetDate = 0
               move todayDate to sheetDate
           end-if
           display "Branch (blank = all): " no advancing
           move spaces to sheetBranch
           accept sheetBranch
           move function upper-case(sheetBranch) to sheetBranch
           display "Print emergency contacts (off-site trip)?"
                   " [y/n] >" no advancing
           accept printEmergency
           if printEmergency = 'Y'
               move 'y' to printEmergency
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
           open input CLASSBOOK
           if printEmergency = 'y'
               open input EMERGENCY
               if not EMERG-status-ok
                   display "Unable to open EMERGENCY file. Status: "
                           EMERG-status
                           " -- printing without contacts."
                   move 'n' to printEmergency
               end-if
           end-if

           open output SHEET-RPT
           move spaces to report-line
           string "Class Sheets - " sheetDate
               delimited by size into report-line
           write report-line

           move sheetDate to sessDate
           start CLASSSESS key is equal to sessDate
               invalid key
                   move 'y' to sessEof
           end-start
           perform until sessEof = 'y'
               read CLASSSESS next record
                   at end
                       move 'y' to sessEof
                   not at end
                       evaluate true
                           when sessDate not = sheetDate
                               move 'y' to sessEof
                           when sheetBranch not = spaces
                               and sessBranch not = sheetBranch
                               continue
                           when other
                               perform print-one-session
                       end-evaluate
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Sessions: " sessionsPrinted
               "  Members booked: " totalHeads
               delimited by size into report-line
           write report-line

           close CLASSSESS
           close CLASSBOOK
           close SHEET-RPT
           if printEmergency = 'y'
               close EMERGENCY
           end-if

           display "Class sheets written to data/CLASS_SHEET.rpt"
           display "Sessions: " sessionsPrinted
                   "  Members booked: " totalHeads

       GOBACK.

       print-one-session.
           add 1 to sessionsPrinted
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "================================================"
               "=========="
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string sessClassCode " " sessDescription
               " " sessBranch " at " sessStartTime
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Room " sessRoom "  Instructor " sessInstructor
               "  Capacity " sessCapacity
               delimited by size into report-line
           write report-line

           if sess-cancelled
               move spaces to report-line
               string "*** SESSION CANCELLED -- contact the booked"
                   " members ***"
                   delimited by size into report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line

           move 0 to headCount
           if CLSBK-status-ok
               perform list-session-bookings
           end-if

           move spaces to report-line
           string "Booked: " headCount
               "   Attended: ____   Walk-ins: ____"
               delimited by size into report-line
           write report-line.

       list-session-bookings.
           move 'n' to bookEof
           move sessKey to bookSession
           start CLASSBOOK key is equal to bookSession
               invalid key
                   move 'y' to bookEof
           end-start
           perform until bookEof = 'y'
               read CLASSBOOK next record
                   at end
                       move 'y' to bookEof
                   not at end
                       evaluate true
                           when bookSession not = sessKey
                               move 'y' to bookEof
                           when book-confirmed
                               add 1 to headCount
                               add 1 to totalHeads
                               move spaces to report-line
                               string "| " bookMemberId
                                   " | " bookMemberName
                                   " | In: [ ] | " bookAttend
                                   " |"
                                   delimited by size
                                   into report-line
                               write report-line
                               if printEmergency = 'y'
                                   move bookMemberId to emergMemberId
                                   perform print-emergency-lines
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

      *> Off-site trip sheets carry who to call and any declared
      *> condition under each name, for the trip leader.
       print-emergency-lines.
           move emergMemberId to emgMemberId
           read EMERGENCY key is emgMemberId
               invalid key
                   move spaces to report-line
                   string "      No emergency contact on file"
                       delimited by size into report-line
                   write report-line
                   exit paragraph
           end-read
           perform varying emgSlot from 1 by 1 until emgSlot > 2
               if emgContactName(emgSlot) not = spaces
                   move spaces to report-line
                   string "      Call " emgSlot ": "
                       emgContactName(emgSlot) " ("
                       emgRelationship(emgSlot) ") "
                       emgPhone(emgSlot)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform
           if emgMedicalAlert not = spaces
               move spaces to report-line
               string "      Medical: " emgMedicalAlert
                   delimited by size into report-line
               write report-line
           end-if.
