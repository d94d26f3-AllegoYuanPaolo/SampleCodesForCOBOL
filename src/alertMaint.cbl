        IDENTIFICATION DIVISION.
        PROGRAM-ID. alertMaint.
      *> Maintenance screen for member desk alerts on
      *> data/ALERTS.dat: show a member's alerts, raise one (type,
      *> text, optional expiry), clear one, or list every alert
      *> active today. The types: a note, ID required, no checks
      *> (duesPost takes cash or card only), see the manager
      *> before admitting, and blocked -- the last two stop the
      *> transaction wherever the member is brought up (see
      *> checkAlerts). Raising and clearing are a supervisor's call
      *> and both go through writeAudit, as ALERTRAISE and
      *> ALERTCLEAR with the alert type in the status fields.
        environment division.
           input-output section.
               file-control.
                   COPY ALERTSEL.
        DATA DIVISION.
           file section.
               fd ALERTS.
                   COPY ALERTFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 searchId pic 9(7).
               01 inputAlertId pic 9(7).
               01 inputType pic x.
               01 inputText pic x(40).
               01 inputExpiry pic 9(8).
               01 rowsListed pic 9(5) value 0.
               COPY FINDPARM.
               COPY CHKDIGPARM.
               COPY SEQPARM.
               COPY AUDITPARM.
               COPY ALERTSTAT.

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

           display "Member desk alerts"
           display "[1] Show a member's alerts  [2] Raise an alert"
           display "[3] Clear an alert  [4] List active alerts"
           display "Enter option >" no advancing
           accept maintChoice

      *> What the desk is told about a member is a supervisor's
      *> decision.
           if maintChoice = 2 or maintChoice = 3
               if currentOperator not = spaces
                   and currentOperatorLevel not = "S"
                   and currentOperatorLevel not = "A"
                   display "Operator " currentOperator " is not"
                           " authorized to raise or clear alerts."
                   goback
               end-if
           end-if

           open i-o ALERTS

           evaluate true
               when ALERT-status-ok
                   continue
               when ALERT-status = "93"
                   display "ALERTS file is locked. Try later."
                   goback
               when other
                   display "Unable to open ALERTS file. Status: "
                           ALERT-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform raise-alert
               when 3
                   perform clear-alert
               when 4
                   perform list-active-alerts
               when other
                   perform show-member-alerts
           end-evaluate

           close ALERTS

       GOBACK.

       ask-member.
           display "Member number: " no advancing
           move 0 to searchId
           accept searchId
           move 'n' to findParmFound
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               exit paragraph
           end-if
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Member number not found in any branch"
                       " membership file!"
           end-if.

       show-member-alerts.
           perform ask-member
           if findParmFound not = 'y'
               exit paragraph
           end-if
           display "Alerts for " findParmName
           display "Id      Type Status Raised   By         Expires"
           move searchId to alertMemberId
           start ALERTS key is equal to alertMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read ALERTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if alertMemberId not = searchId
                           move 'y' to eof
                       else
                           perform list-one-alert
                       end-if
               end-read
           end-perform
           display "Alerts: " rowsListed.

       list-active-alerts.
           display "Id      Type Status Raised   By         Expires"
           perform until eof = 'y'
               read ALERTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if alert-active
                           and (alertExpiryDate = 0
                               or alertExpiryDate >= todayDate)
                           perform list-one-alert
                       end-if
               end-read
           end-perform
           display "Active alerts: " rowsListed.

       list-one-alert.
           add 1 to rowsListed
           display alertId " " alertType "    " alertStatus "      "
                   alertRaisedDate " " alertRaisedBy " "
                   alertExpiryDate
           display "        member " alertMemberId ": "
                   function trim(alertText).

       raise-alert.
           perform ask-member
           if findParmFound not = 'y'
               exit paragraph
           end-if

           move space to inputType
           perform until inputType = "N" or inputType = "I"
                   or inputType = "K" or inputType = "M"
                   or inputType = "B"
               display "Type [N]ote/[I]D required/no chec[K]s/"
                       "see [M]anager/[B]locked: " no advancing
               accept inputType
               move function upper-case(inputType) to inputType
           end-perform
           move spaces to inputText
           perform until inputText not = spaces
               display "Alert text: " no advancing
               accept inputText
           end-perform
           move 0 to inputExpiry
           perform with test after
                   until inputExpiry = 0 or inputExpiry >= todayDate
               display "Expires (YYYYMMDD, 0 = until cleared): "
                       no advancing
               move 0 to inputExpiry
               accept inputExpiry
           end-perform

           initialize ALERT-rec
           move "ALERT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to alertId
           move searchId to alertMemberId
           move inputType to alertType
           move inputText to alertText
           move currentOperator to alertRaisedBy
           move todayDate to alertRaisedDate
           move inputExpiry to alertExpiryDate
           move "A" to alertStatus
           move spaces to alertClearedBy
           move 0 to alertClearedDate
           write ALERT-rec
               invalid key
                   display "Unable to raise alert " alertId
                   exit paragraph
           end-write
           display "Alert " alertId " raised on " findParmName

           initialize audit-parms
           move "ALERTRAISE" to auditOperation
           move searchId to auditMemberId
           move findParmName to auditMemberName
           move space to auditOldStatus
           move inputType to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

       clear-alert.
           display "Alert id to clear: " no advancing
           move 0 to inputAlertId
           accept inputAlertId
           move inputAlertId to alertId
           read ALERTS key is alertId
               invalid key
                   display "No alert " inputAlertId " on file."
                   exit paragraph
           end-read
           if not alert-active
               display "Alert " inputAlertId " is already cleared."
               exit paragraph
           end-if
           display "Member " alertMemberId ": "
                   function trim(alertText)

           move "C" to alertStatus
           move currentOperator to alertClearedBy
           move todayDate to alertClearedDate
           rewrite ALERT-rec
           display "Alert " inputAlertId " cleared."

           move alertMemberId to findParmId
           call "findMember" using find-parms
           initialize audit-parms
           move "ALERTCLEAR" to auditOperation
           move alertMemberId to auditMemberId
           if findParmFound = 'y'
               move findParmName to auditMemberName
           end-if
           move alertType to auditOldStatus
           move space to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.
