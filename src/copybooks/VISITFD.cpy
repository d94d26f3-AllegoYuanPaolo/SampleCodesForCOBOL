      *> membership lead. Spaces = an ordinary member visit.
               02 visitGuestFlag pic x.
                   88 visit-guest value "G".
      *> Time the member left (hhmm) and how the exit was taken:
      *> at the desk (checkOut), at the kiosk, by an exit swipe on
      *> the door controller (swipeImport), or assumed by the
      *> nightly visitCloseout for a visit nobody closed. A guest's
      *> visit closes with the sponsor's. Anything else in the
      *> source byte -- including rows written before exits were
      *> taken -- is a visit still open.
               02 visitExitTime pic 9(4).
               02 visitExitSource pic x.
                   88 exit-desk value "D".
                   88 exit-kiosk value "K".
                   88 exit-swipe value "S".
                   88 exit-assumed value "A".
                   88 visit-exited values "D" "K" "S" "A".
      *> "S" marks a visit taken from a door-reader swipe by
      *> swipeImport rather than logged at a desk or the kiosk.
               02 visitEntrySource pic x.
                   88 entry-door value "S".
      *> Expansion space reserved when the file was created.
               02 filler pic x(1).
