      *> Accounting period control record for data/PERIODS.dat, one
      *> row per calendar month finance has closed (or closed and
      *> reopened). A month with no row is open. Once a month is
      *> closed its journal rows are what the GL extract reported,
      *> so checkPeriod rolls any posting dated into it forward to
      *> today. periodMaint closes and (supervisor only) reopens.
           01 PERIOD-rec.
      *> YYYYMM.
               02 periodMonth pic 9(6).
               02 periodStatus pic x.
                   88 period-open value "O".
                   88 period-closed value "C".
               02 periodClosedBy pic x(10).
               02 periodClosedDate pic 9(8).
               02 periodClosedTime pic 9(8).
               02 periodReopenedBy pic x(10).
               02 periodReopenedDate pic 9(8).
               02 periodReopenReason pic x(24).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
