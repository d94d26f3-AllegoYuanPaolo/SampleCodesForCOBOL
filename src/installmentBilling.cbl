      *> month, and completes the plan when the last installment has
      *> billed. The DUES due date follows the installment, so the
      *> aging report ages plan members against the schedule, not
      *> the balance that was moved off it; a due date falling on a
      *> day the member's branch is shut rolls to the next day it
      *> is open. A billing register goes
      *> to data/INSTALLMENT_RUN.rpt and the run balances through
      *> writeControlTotals.
        environment division.
                   02 dueMM pic 9(2).
                   02 dueDD pic 9(2).
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CTRLPARM.
               COPY CLOSEPARM.
               COPY PLANSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
      *> against this date, which is the schedule, not the whole
      *> balance the desk moved onto the plan.
           move planNextDueDate to dueDate
           move "R" to closeParmAction
           move duesBranchCode to closeParmBranch
           move dueDate to closeParmDate
           call "checkClosure" using closure-parms
           move closeParmRollDate to dueDate
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
               move "I" to paymentType
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
                       display "Unable to journal installment,"
