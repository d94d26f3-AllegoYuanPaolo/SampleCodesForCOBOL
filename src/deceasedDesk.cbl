               COPY AUDITPARM.
               COPY AFTIMGPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY TYPRULPARM.
               COPY CHKDIGPARM.
               COPY ACMASTAT.
           move "R" to paymentType
           move currentOperator to paymentOperator
           move currentOperator to paymentApprovedBy
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal estate refund,"
