      *> Fee assistance (scholarship) application record layout for
      *> data/ASSIST.dat, one row per application, kept by
      *> assistDesk. The desk takes the application; only a
      *> supervisor, with the supporting document seen, approves
      *> it. While an approved application is in effect the
      *> renewal, household billing and auto-renewal charges are
      *> cut to the member's share, the rest journaled as a type
      *> "Y" fee assistance row (findAssistance finds it).
           01 ASSIST-rec.
               02 assistId pic 9(7).
               02 assistMemberId pic 9(7).
               02 assistMemberName pic x(16).
               02 assistHouseholdSize pic 9(2).
      *> The charter's income bands, 1 (lowest) to 5.
               02 assistIncomeBand pic x.
               02 assistRequestPct pic 9(3).
      *> The percent of each charge assistance pays, set at
      *> approval -- may be less than was asked for.
               02 assistApprovedPct pic 9(3).
               02 assistDocSeen pic x.
                   88 assist-doc-seen value "Y".
      *> What was seen: tax return, benefit letter, pay stubs ...
               02 assistDocDesc pic x(20).
               02 assistStatus pic x.
                   88 assist-pending value "P".
                   88 assist-approved value "A".
                   88 assist-declined value "D".
                   88 assist-withdrawn value "W".
               02 assistTakenBy pic x(10).
               02 assistAppliedDate pic 9(8).
               02 assistApprover pic x(10).
               02 assistDecisionDate pic 9(8).
               02 assistEffectiveDate pic 9(8).
               02 assistExpiryDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
