      *> onto the member's DUES-rec (create-if-missing, as duesPost
      *> does) and journals it as a type "E" charge -- event money
      *> flows through the same dues pipeline as everything else.
      *> The member's desk alerts come up with the member; a
      *> blocking one stops the sign-up.
        environment division.
           input-output section.
               file-control.
               01 balanceDue pic s9(5)v99.
               COPY GETPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY ALERTPARM.
               COPY EVENTSTAT.
               COPY EVREGSTAT.
               COPY ACMASTAT.
           move branchCode to memberBranchSave
           close ACMA

           move searchId to alertParmMemberId
           move todayDate to alertParmDate
           move "D" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               display "Alert on file -- not registered."
               goback
           end-if

           open i-o EVENTREG
           evaluate true
               when EVREG-status-ok
               move "E" to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal event fee,"
