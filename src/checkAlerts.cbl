        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkAlerts.
      *> Shows a member's active desk alerts from data/ALERTS.dat
      *> the moment the member is brought up, and tells the caller
      *> whether one of them is a blocking type (see the manager
      *> first, or blocked outright) so the transaction stops, and
      *> whether one says no checks. At the staffed desk each alert
      *> is shown in full with who raised it; at the kiosk the
      *> member is only sent to the desk. No file, or no alerts,
      *> shows nothing.
        environment division.
           input-output section.
               file-control.
                   COPY ALERTSEL.
        DATA DIVISION.
           file section.
               fd ALERTS.
                   COPY ALERTFD.
            local-STORAGE SECTION.
               01 browseEof pic x value 'n'.
               01 alertLabel pic x(12).
               COPY ALERTSTAT.
        LINKAGE SECTION.
            COPY ALERTPARM.
        PROCEDURE DIVISION USING alert-parms.

           move 0 to alertParmActive
           move 'n' to alertParmBlock
           move 'n' to alertParmNoChecks

           open input ALERTS
           if not ALERT-status-ok or ALERT-status = "05"
               close ALERTS
               goback
           end-if

           move alertParmMemberId to alertMemberId
           start ALERTS key is equal to alertMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read ALERTS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when alertMemberId not = alertParmMemberId
                               move 'y' to browseEof
                           when not alert-active
                               continue
                           when alertRaisedDate > alertParmDate
                               continue
                           when alertExpiryDate not = 0
                               and alertExpiryDate < alertParmDate
                               continue
                           when other
                               perform show-one-alert
                       end-evaluate
               end-read
           end-perform
           close ALERTS

           if alertParmMode = "K" and alertParmActive > 0
               if alertParmBlock = 'y'
                   display "Please see the desk before you go on."
               else
                   display "Please stop by the desk -- there is a"
                           " note on your account."
               end-if
           end-if

       GOBACK.

       show-one-alert.
           add 1 to alertParmActive
           if alert-blocking
               move 'y' to alertParmBlock
           end-if
           if alert-no-checks
               move 'y' to alertParmNoChecks
           end-if
           if alertParmMode = "K"
               exit paragraph
           end-if

           evaluate true
               when alert-see-manager
                   move "SEE MANAGER" to alertLabel
               when alert-blocked
                   move "BLOCKED" to alertLabel
               when alert-id-required
                   move "ID REQUIRED" to alertLabel
               when alert-no-checks
                   move "NO CHECKS" to alertLabel
               when other
                   move "NOTE" to alertLabel
           end-evaluate
           if alert-blocking
               display "*** ALERT " alertLabel ": "
                       function trim(alertText) " ***"
           else
               display "** Alert " alertLabel ": "
                       function trim(alertText)
           end-if
           display "   raised " alertRaisedDate " by "
                   alertRaisedBy.
