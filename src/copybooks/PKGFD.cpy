      *> Session package product record layout for
      *> data/PACKAGES.dat, one row per prepaid pack the desk sells
      *> -- five personal training sessions, ten swim lessons.
      *> Maintained by packageMaint; packageDesk sells a pack to a
      *> member (the price posts through the same pipeline duesPost
      *> uses, journal type "O", the package code riding in
      *> paymentChargeCode) and redeems it a session at a time.
           01 PKG-rec.
               02 pkgCode pic x(4).
               02 pkgDescription pic x(24).
               02 pkgSessions pic 9(3).
               02 pkgPrice pic 9(5)v99.
      *> Months from the day of sale the sessions can be used in;
      *> whatever is left after that is forfeited by packageSweep.
               02 pkgValidMonths pic 9(2).
      *> A withdrawn pack keeps its row (packs already sold still
      *> point at it) but can no longer be sold.
               02 pkgActiveFlag pic x.
                   88 pkg-active value "Y".
                   88 pkg-withdrawn value "N".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
