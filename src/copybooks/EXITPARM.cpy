      *> Shared parameter layout passed to recordExit. COPY'd both
      *> into every program that takes a member's exit and into
      *> recordExit's LINKAGE SECTION so the two always agree on
      *> the layout.
           01 exit-parms.
               02 exitParmMemberId pic 9(7).
               02 exitParmDate pic 9(8).
      *> hhmm on the 24-hour clock.
               02 exitParmTime pic 9(4).
      *> "D" desk, "K" kiosk -- the visitExitSource values.
               02 exitParmSource pic x.
      *> Returned: 'y' when an open visit was found and closed,
      *> with its id, branch and check-in time, and how many of
      *> the member's guests left with them.
               02 exitParmMatched pic x.
               02 exitParmVisitId pic 9(7).
               02 exitParmBranch pic x(4).
               02 exitParmInTime pic 9(4).
               02 exitParmGuests pic 9(3).
