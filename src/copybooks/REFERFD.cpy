      *> Member referral record layout for data/REFERRALS.dat, the
      *> referral half of the member record: one row per member
      *> who joined on an existing member's referral, keyed by the
      *> new member's number like DUES.dat. applicationReview
      *> writes it when the application is approved; the nightly
      *> referralCredit run converts it once the new member's
      *> first dues are paid in full and credits the referrer.
           01 REFER-rec.
               02 refMemberId pic 9(7).
               02 refMemberName pic x(16).
               02 refReferrerId pic 9(7).
               02 refApplicationId pic 9(7).
      *> Date the referred application was approved.
               02 refDate pic 9(8).
      *> P = pending first dues; C = converted, referrer credited.
               02 refStatus pic x.
                   88 referral-pending value "P".
                   88 referral-converted value "C".
               02 refConvertedDate pic 9(8).
               02 refCreditAmount pic 9(5)v99.
               02 refCreditReceipt pic 9(7).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
