      *> Shared SELECT clause for data/REFERRALS.dat, the members
      *> who joined on a referral.
           select optional REFERRALS
               assign to "data/REFERRALS.dat"
               organization is indexed
               access mode is dynamic
               record key is refMemberId
               alternate record key is refReferrerId
                   with duplicates
               file status is REFER-status.
