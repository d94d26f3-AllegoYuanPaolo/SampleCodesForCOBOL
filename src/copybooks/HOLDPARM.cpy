      *> Shared parameter layout passed to checkHold. COPY'd both
      *> into every program that must leave a member on hold alone
      *> and into checkHold's LINKAGE SECTION so the two always
      *> agree on the layout.
           01 hold-parms.
               02 holdParmMemberId pic 9(7).
               02 holdParmAsOfDate pic 9(8).
      *> Returned: 'y' when a placed hold covers the as-of date.
               02 holdParmOnHold pic x.
               02 holdParmStartDate pic 9(8).
               02 holdParmEndDate pic 9(8).
               02 holdParmReason pic x(24).
