        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkHold.
      *> Answers "is this member on hold on this date?" from
      *> data/HOLDS.dat: a placed hold whose start and end dates
      *> take in the as-of date (both days inclusive). A hold not
      *> yet begun, one already ended or cancelled, or no holds
      *> file at all answers no. checkIn, the kiosk, lapseLifecycle,
      *> lateFeeAssessment and autoRenewRun call it so a frozen
      *> membership is neither admitted nor aged, fined or renewed.
        environment division.
           input-output section.
               file-control.
                   COPY HOLDSEL.
        DATA DIVISION.
           file section.
               fd HOLDS.
                   COPY HOLDFD.
            local-STORAGE SECTION.
               01 holdEof pic x value 'n'.
               COPY HOLDSTAT.
        LINKAGE SECTION.
            COPY HOLDPARM.
        PROCEDURE DIVISION USING hold-parms.

           move 'n' to holdParmOnHold
           move 0 to holdParmStartDate
           move 0 to holdParmEndDate
           move spaces to holdParmReason

           open input HOLDS
           if not HOLD-status-ok or HOLD-status = "05"
               close HOLDS
               goback
           end-if

           move holdParmMemberId to holdMemberId
           start HOLDS key is equal to holdMemberId
               invalid key
                   move 'y' to holdEof
           end-start
           perform until holdEof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to holdEof
                   not at end
                       evaluate true
                           when holdMemberId not = holdParmMemberId
                               move 'y' to holdEof
                           when hold-placed
                               and holdStartDate <= holdParmAsOfDate
                               and holdEndDate >= holdParmAsOfDate
                               move 'y' to holdParmOnHold
                               move holdStartDate to holdParmStartDate
                               move holdEndDate to holdParmEndDate
                               move holdReason to holdParmReason
                               move 'y' to holdEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close HOLDS

       GOBACK.
