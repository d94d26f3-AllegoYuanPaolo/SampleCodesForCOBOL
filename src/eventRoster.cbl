      *> every still-unmarked seat a no-show (check-in stamped the
      *> attendees on event day), reports registered versus
      *> attended, and lists the chronic no-shows who keep taking
      *> seats across events. For an off-site trip the sign-in
      *> sheet can carry each person's emergency contacts and
      *> medical alert from data/EMERGENCY.dat.
        environment division.
           input-output section.
               file-control.
                   COPY EVENTSEL.
                   COPY EVREGSEL.
                   COPY EMERGSEL.
                   select ROSTER-RPT
                       assign to "data/EVENT_ROSTER.rpt"
                       organization is line sequential.
                   COPY EVENTFD.
               fd EVENTREG.
                   COPY EVREGFD.
               fd EMERGENCY.
                   COPY EMERGFD.
               fd ROSTER-RPT.
                   01 report-line pic x(80).
               fd ATTEND-RPT.
               01 chronicCount pic 9(4).
               01 chronicMemberId pic 9(7).
               01 chronicMemberName pic x(16).
               01 printEmergency pic x value 'n'.
               01 emergMemberId pic 9(7).
               01 emgSlot pic 9.
               COPY GETPARM.
               COPY EVENTSTAT.
               COPY EVREGSTAT.
               COPY EMERGSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
               goback
           end-if

           display "Print emergency contacts (off-site trip)?"
                   " [y/n] >" no advancing
           accept printEmergency
           if printEmergency = 'Y'
               move 'y' to printEmergency
           end-if
           if printEmergency = 'y'
               open input EMERGENCY
               if not EMERG-status-ok
                   display "Unable to open EMERGENCY file. Status: "
                           EMERG-status
                           " -- printing without contacts."
                   move 'n' to printEmergency
               end-if
           end-if

           open output ROSTER-RPT
           move spaces to report-line
           string "Sign-In Sheet - " eventDescription

           close EVENTREG
           close ROSTER-RPT
           if printEmergency = 'y'
               close EMERGENCY
           end-if

           display "Roster written to data/EVENT_ROSTER.rpt"
           display "Registered: " headCount
                                   delimited by size
                                   into report-line
                               write report-line
                               if printEmergency = 'y'
                                   move regMemberId to emergMemberId
                                   perform print-emergency-lines
                               end-if
                           when other
                               continue
                       end-evaluate
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
