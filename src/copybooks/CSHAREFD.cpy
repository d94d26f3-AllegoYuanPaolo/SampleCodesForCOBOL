      *> Card sharing record layout for data/CARDSHARE.dat, one row
      *> per member the nightly cardShareReport has ever flagged:
      *> how many nights they have been flagged and why, last
      *> time. A manager marks a repeat offender at cardShareDesk
      *> for a conversation; check-in shows the mark until the
      *> conversation is recorded as held.
           01 CARDSHARE-rec.
               02 cshMemberId pic 9(7).
               02 cshMemberName pic x(16).
               02 cshFlagCount pic 9(4).
               02 cshFirstFlagDate pic 9(8).
               02 cshLastFlagDate pic 9(8).
               02 cshLastReason pic x(30).
               02 cshMarkFlag pic x.
                   88 csh-marked value "Y".
               02 cshMarkedBy pic x(10).
               02 cshMarkedDate pic 9(8).
               02 cshMarkNote pic x(40).
      *> Filled when the conversation is recorded and the mark
      *> comes off; the flag history stays.
               02 cshClearedBy pic x(10).
               02 cshClearedDate pic 9(8).
               02 cshTalksHeld pic 9(3).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
