      *> Shared parameter layout passed to checkClosure. COPY'd both
      *> into the calling programs' storage and into checkClosure's
      *> LINKAGE SECTION so the two always agree on the layout.
           01 closure-parms.
      *> "C" check one date; "R" roll a date forward past full
      *> closures; "N" count the closed days from closeParmDate
      *> through closeParmToDate.
               02 closeParmAction pic x.
      *> Spaces asks about club-wide holidays only.
               02 closeParmBranch pic x(4).
               02 closeParmDate pic 9(8).
               02 closeParmToDate pic 9(8).
      *> "F" shut all day, "P" shut part of the day, "N" open --
      *> for the date checked (action "C").
               02 closeParmClosed pic x.
                   88 close-parm-full value "F".
                   88 close-parm-partial value "P".
                   88 close-parm-open value "N".
               02 closeParmFromTime pic 9(4).
               02 closeParmToTime pic 9(4).
               02 closeParmReason pic x(30).
      *> The first day on or after closeParmDate not shut all day
      *> (action "R").
               02 closeParmRollDate pic 9(8).
      *> Full and partial closure days in the range (action "N").
               02 closeParmFullDays pic 9(5).
               02 closeParmPartDays pic 9(5).
