      *> Shared parameter layout passed to applyPromo. COPY'd both
      *> into the programs that take a promotion code on a
      *> membership charge and into applyPromo's LINKAGE SECTION so
      *> the two always agree on the layout. The caller checks the
      *> code first (action "C") to learn the discount, posts the
      *> discounted charge, then reports the use (action "U") with
      *> the receipt so the code's count and the usage log move
      *> only for a charge that really went on.
           01 promo-parms.
               02 promoParmAction pic x.
               02 promoParmCode pic x(8).
               02 promoParmMemberType pic x.
               02 promoParmCharge pic 9(5)v99.
               02 promoParmMemberId pic 9(7).
               02 promoParmMemberName pic x(16).
      *> J = joining charge, R = renewal, G = gift membership.
               02 promoParmSource pic x.
               02 promoParmReceipt pic 9(7).
      *> Returned. promoParmResult is spaces when the code applies,
      *> otherwise the reason it does not.
               02 promoParmResult pic x(16).
               02 promoParmDescription pic x(24).
               02 promoParmDiscount pic 9(5)v99.
               02 promoParmNetCharge pic 9(5)v99.
