      *> Promotion usage record layout for data/PROMOUSES.dat, one
      *> row each time a promotion code discounted a charge,
      *> written by applyPromo. The member is the one whose
      *> membership was discounted (the recipient, on a gift), so
      *> promoResults can look for their renewal the next year.
           01 PROMUSE-rec.
               02 useId pic 9(7).
               02 useCode pic x(8).
               02 useMemberId pic 9(7).
               02 useMemberName pic x(16).
               02 useDate pic 9(8).
      *> J = joining charge, R = renewal, G = gift membership.
               02 useSource pic x.
                   88 use-join value "J".
                   88 use-renewal value "R".
                   88 use-gift value "G".
               02 useFullCharge pic 9(5)v99.
               02 useDiscount pic 9(5)v99.
      *> Receipt of the discounted charge row, zero when the whole
      *> charge was discounted away and nothing journaled.
               02 useReceipt pic 9(7).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
