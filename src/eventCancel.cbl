               01 dueDays pic 9(7) value 30.
               COPY GETPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY EVENTSTAT.
               move journalType to paymentType
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
                       display "Unable to journal event row,"
