      *> Membership hold record layout for data/HOLDS.dat, one row
      *> per freeze or medical hold placed by memberHold. While a
      *> placed hold is in force (start date to end date, both
      *> inclusive) checkHold tells checkIn, the kiosk and the
      *> nightly lifecycle, late-fee and auto-renew runs to leave
      *> the member alone. The nightly holdSweep charges any
      *> monthly hold fee and, once the hold has ended, pushes the
      *> member's expiryDate out by the days held.
           01 HOLD-rec.
               02 holdId pic 9(7).
               02 holdMemberId pic 9(7).
               02 holdMemberName pic x(16).
               02 holdStartDate pic 9(8).
               02 holdEndDate pic 9(8).
               02 holdReason pic x(24).
      *> M = medical, T = travel or work abroad, O = other.
               02 holdReasonCode pic x.
                   88 hold-medical value "M".
                   88 hold-travel value "T".
                   88 hold-other value "O".
      *> Zero = no hold fee.
               02 holdMonthlyFee pic 9(5)v99.
               02 holdFeesCharged pic 9(3).
      *> P = placed (scheduled or in force), E = ended and the
      *> expiry extended, C = cancelled before it began.
               02 holdStatus pic x.
                   88 hold-placed value "P".
                   88 hold-ended value "E".
                   88 hold-cancelled value "C".
               02 holdPlacedBy pic x(10).
               02 holdPlacedDate pic 9(8).
               02 holdDaysHeld pic 9(5).
               02 holdOldExpiry pic 9(8).
               02 holdNewExpiry pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
