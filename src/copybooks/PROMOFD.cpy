      *> Promotion record layout for data/PROMOS.dat, one row per
      *> promotion code the desk may quote ("NOJOIN", "SPRING20",
      *> ...). Kept by promoMaint; applied through applyPromo by
      *> applicationReview, renewIndexed and giftMembership.
           01 PROMO-rec.
               02 promoCode pic x(8).
               02 promoDescription pic x(24).
      *> P = percent off the charge; F = flat amount off.
               02 promoKind pic x.
                   88 promo-percent value "P".
                   88 promo-flat value "F".
      *> Percent (20.00 = 20%) or flat amount, per promoKind.
               02 promoValue pic 9(5)v99.
      *> Membership type codes the promotion is good for, spaces =
      *> every type.
               02 promoEligibleTypes pic x(4).
               02 promoValidFrom pic 9(8).
               02 promoValidTo pic 9(8).
      *> Times the code may be used, zero = no limit.
               02 promoUsageLimit pic 9(5).
               02 promoUsageCount pic 9(5).
               02 promoActiveFlag pic x.
                   88 promo-active value "Y".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
