      *> Member package record layout for data/MEMBERPKG.dat, one
      *> row per pack sold -- the punch card in the shoebox,
      *> retired. Keyed by the receipt number the sale was
      *> journaled under (type "O"), so the pack and its money
      *> always find each other. Written and redeemed by
      *> packageDesk; every session redeemed leaves a row on
      *> data/PKGUSE.dat. The nightly packageSweep forfeits what is
      *> left once the pack is past its expiry, and the month-end
      *> packageLiability report values what is still unredeemed.
           01 MBRPKG-rec.
               02 mpkgReceipt pic 9(7).
               02 mpkgMemberId pic 9(7).
               02 mpkgMemberName pic x(16).
               02 mpkgCode pic x(4).
               02 mpkgPurchaseDate pic 9(8).
               02 mpkgExpiry pic 9(8).
               02 mpkgSessionsBought pic 9(3).
               02 mpkgSessionsUsed pic 9(3).
      *> What the member paid for the pack, before any sales tax;
      *> one session is worth the price over the sessions bought.
               02 mpkgPrice pic 9(5)v99.
               02 mpkgStatus pic x.
                   88 mpkg-open value "O".
                   88 mpkg-used-up value "U".
                   88 mpkg-expired value "X".
               02 mpkgLastUseDate pic 9(8).
      *> Day packageSweep forfeited the sessions left, and how
      *> many there were.
               02 mpkgExpiredDate pic 9(8).
               02 mpkgSessionsForfeit pic 9(3).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
