      *> Annual meeting voter roll layout for data/VOTERS.dat, one
      *> row per member looked at by the eligibility run
      *> (voterRoll) as of the meeting's record date: eligible,
      *> or not and the first bylaw rule the member failed. Each
      *> run replaces the whole roll. The meeting desk (ballotDesk)
      *> issues ballots only against an eligible row, and the
      *> final count for the minutes is taken from it.
           01 VOTER-rec.
               02 voterMemberId pic 9(7).
               02 voterName pic x(16).
               02 voterBranch pic x(4).
               02 voterType pic x.
               02 voterJoinDate pic 9(8).
               02 voterRecordDate pic 9(8).
               02 voterEligible pic x.
                   88 voter-eligible value "Y".
      *> Why a member is off the roll: NOT ACTIVE, STANDING (too
      *> recently joined) or PAST DUE. Spaces when eligible.
               02 voterReason pic x(10).
      *> Balance past due on the record date, for the secretary's
      *> follow-up when a member disputes the exclusion.
               02 voterPastDue pic 9(5)v99.
               02 voterRunDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
