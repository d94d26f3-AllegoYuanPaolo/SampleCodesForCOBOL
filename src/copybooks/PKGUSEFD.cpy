      *> Session redemption record layout for data/PKGUSE.dat, one
      *> row per session taken off a pack at the desk by
      *> packageDesk: which pack (its sale receipt), which session
      *> of it, the day, and the instructor who took it.
           01 PKGUSE-rec.
               02 pkgUseKey.
                   03 pkgUseReceipt pic 9(7).
                   03 pkgUseSeq pic 9(3).
               02 pkgUseMemberId pic 9(7).
               02 pkgUseDate pic 9(8).
               02 pkgUseTime pic 9(8).
               02 pkgUseInstructor pic x(16).
               02 pkgUseOperator pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
