      *> Shared parameter layout passed to checkPeriod. COPY'd both
      *> into every program that writes a PAYMENTS.dat journal row
      *> and into checkPeriod's LINKAGE SECTION so the two always
      *> agree on the layout.
           01 period-parms.
      *> The date the transaction belongs to.
               02 periodParmDate pic 9(8).
      *> Returned: the date to journal it under -- the same date,
      *> or today when its month is closed.
               02 periodParmPostDate pic 9(8).
      *> Returned: 'y' when the posting was rolled forward.
               02 periodParmRolled pic x.
