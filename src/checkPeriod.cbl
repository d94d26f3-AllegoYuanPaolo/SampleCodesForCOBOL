        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkPeriod.
      *> Answers "may a journal row be dated here?" from
      *> data/PERIODS.dat. A date in a month finance has closed is
      *> never journaled under that month -- the GL extract has
      *> already reported it -- so the posting rolls forward to
      *> today and the caller keeps the date it belonged to in
      *> paymentOrigDate. A month with no row, a reopened month, or
      *> no periods file at all is open and the date stands. Every
      *> program that writes a PAYMENTS.dat row calls it.
        environment division.
           input-output section.
               file-control.
                   COPY PERIODSEL.
        DATA DIVISION.
           file section.
               fd PERIODS.
                   COPY PERIODFD.
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               COPY PERIODSTAT.
        LINKAGE SECTION.
            COPY PERIODPARM.
        PROCEDURE DIVISION USING period-parms.

           accept todayDate from date yyyymmdd
           move periodParmDate to periodParmPostDate
           move 'n' to periodParmRolled
           if periodParmDate = 0
               move todayDate to periodParmDate
               move todayDate to periodParmPostDate
           end-if

           open input PERIODS
           if not PERIOD-status-ok or PERIOD-status = "05"
               close PERIODS
               goback
           end-if

           move periodParmDate(1:6) to periodMonth
           read PERIODS key is periodMonth
               invalid key
                   continue
               not invalid key
                   if period-closed
                       and periodParmDate(1:6) < todayDate(1:6)
                       move todayDate to periodParmPostDate
                       move 'y' to periodParmRolled
                   end-if
           end-read
           close PERIODS

       GOBACK.
