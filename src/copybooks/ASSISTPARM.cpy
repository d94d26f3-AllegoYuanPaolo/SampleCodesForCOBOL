      *> Shared parameter layout passed to findAssistance. COPY'd
      *> both into the charging programs' storage and into
      *> findAssistance's LINKAGE SECTION so the two always agree
      *> on the layout. The caller names the member and the date
      *> of the charge; back comes the approved application in
      *> effect then, if any, and the percent it pays.
           01 assist-parms.
               02 assistParmMemberId pic 9(7).
               02 assistParmAsOfDate pic 9(8).
               02 assistParmFound pic x.
               02 assistParmId pic 9(7).
               02 assistParmPct pic 9(3).
