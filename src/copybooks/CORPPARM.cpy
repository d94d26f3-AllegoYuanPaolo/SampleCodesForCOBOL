      *> Shared parameter layout passed to findCorpLink. COPY'd
      *> both into the programs that price a member's renewal and
      *> into findCorpLink's LINKAGE SECTION so the two always
      *> agree on the layout. The caller sets the member and the
      *> date; corpParmLinked comes back 'y' with the employer's
      *> terms when an open link to an active account covers it.
           01 corp-parms.
               02 corpParmMemberId pic 9(7).
               02 corpParmAsOfDate pic 9(8).
               02 corpParmLinked pic x.
               02 corpParmCode pic x(4).
               02 corpParmName pic x(24).
               02 corpParmDiscountPct pic 9(3)v99.
               02 corpParmSharePct pic 9(3)v99.
