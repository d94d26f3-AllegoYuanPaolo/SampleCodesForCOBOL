            COPY LOCKPARM.
            COPY AUDITPARM.
            COPY CHKDIGPARM.
            COPY ALERTPARM.
            01 alertDate pic 9(8).
            COPY ACMASTAT.
        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
               goback
           end-if

      *> The member's desk alerts come up before the record does;
      *> a blocking one holds the edit until it is cleared.
           accept alertDate from date yyyymmdd
           move searchId to alertParmMemberId
           move alertDate to alertParmDate
           move "D" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               display "Alert on file -- member not updated."
               close ACMA
               call "releaseRecordLock" using lock-parms
               goback
           end-if

               read ACMA key is memberId
                   invalid key
                       display "Member number not found!"
