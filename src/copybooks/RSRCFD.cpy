      *> Bookable-resource record layout for data/RESOURCES.dat,
      *> one row per court or room a branch rents out by the slot
      *> -- squash court 1, the party room. Keyed by branch plus
      *> resource code. The desk reservation program carves the
      *> open hours into slots of the row's length and charges the
      *> member rate per slot through the dues pipeline; the
      *> paper diary at the desk retires. Maintained by
      *> resourceMaint.
           01 RSRC-rec.
               02 rsrcKey.
                   03 rsrcBranch pic x(4).
                   03 rsrcCode pic x(4).
               02 rsrcDescription pic x(16).
      *> Open and close times hhmm on the 24-hour clock; the last
      *> slot must end by the close.
               02 rsrcOpenTime pic 9(4).
               02 rsrcCloseTime pic 9(4).
               02 rsrcSlotMinutes pic 9(3).
      *> Member rate per slot; zero books free.
               02 rsrcRate pic 9(5)v99.
               02 rsrcActiveFlag pic x.
                   88 rsrc-active value "Y".
                   88 rsrc-retired value "N".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
