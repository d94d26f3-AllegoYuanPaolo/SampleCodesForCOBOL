               01 mediumCount pic 9(4) value 0.
               01 windowClosed pic x value 'n'.
               01 stepSeen.
                   02 stepSeenFlag pic x occurs 17 times.
               01 stepOutcomeText pic x(6).
               01 tallyCtr pic 9(4).
               01 healthProblems pic 9(7) value 0.
               01 staleLimit pic 9(4).
               01 INTLOG-status pic xx.
               01 integrityProblems pic 9(5) value 0.
               COPY CLOSEPARM.
               COPY JOBCALSTAT.
               COPY BATCHSTEPS.

           end-if

           perform varying batchStepIdx from 1 by 1
                   until batchStepIdx > 17
               if stepSeenFlag(batchStepIdx) not = 'y'
                   add 1 to mediumCount
                   display "[MEDIUM] Step missing from last night: "
           if tallyCtr > 0
      *> STEP= begins at column 10 of the driver's detail lines.
               perform varying batchStepIdx from 1 by 1
                       until batchStepIdx > 17
                   if runlog-line(15:16)
                           = batchStepEntry(batchStepIdx)
                       move 'y' to stepSeenFlag(batchStepIdx)
           compute daysSinceRun =
               function integer-of-date(lastNight)
               - function integer-of-date(jobCalLastRun)

      *> Club-wide holidays a job is marked to skip are not missed
      *> runs.
           if jobcal-skip-holiday
               move "N" to closeParmAction
               move spaces to closeParmBranch
               move jobCalLastRun to closeParmDate
               move lastNight to closeParmToDate
               call "checkClosure" using closure-parms
               add closeParmFullDays to staleLimit
           end-if
           if daysSinceRun > staleLimit
               add 1 to mediumCount
               display "[MEDIUM] Calendar job overdue: "
