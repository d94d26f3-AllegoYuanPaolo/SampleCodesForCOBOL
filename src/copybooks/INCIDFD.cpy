      *> Facility incident record layout for data/INCIDENTS.dat,
      *> one row per slip, fall or injury recorded by incidentDesk
      *> -- the paper form from the manager's drawer. The waiver
      *> position is taken from data/WAIVERS.dat when the incident
      *> is recorded, so it shows what was on file on the day even
      *> after the member signs a fresh one. incidentSummary gives
      *> the insurer and the safety committee the quarter by
      *> branch and location.
           01 INCID-rec.
               02 incId pic 9(7).
               02 incDate pic 9(8).
               02 incTime pic 9(4).
               02 incBranch pic x(4).
               02 incLocation pic x(16).
      *> M = member (incMemberId set), G = guest or visitor
      *> (incMemberId zero, name only).
               02 incPartyKind pic x.
                   88 inc-member value "M".
                   88 inc-guest value "G".
               02 incMemberId pic 9(7).
               02 incPartyName pic x(16).
               02 incDescription pic x(60).
               02 incInjuryFlag pic x.
                   88 inc-injury value "Y".
               02 incFirstAidFlag pic x.
                   88 inc-first-aid value "Y".
               02 incWitness pic x(16).
      *> Y = a current waiver was on file on the incident date,
      *> N = none or expired, G = guest (no waiver kept).
               02 incWaiverFlag pic x.
                   88 inc-waiver-current value "Y".
                   88 inc-waiver-missing value "N".
               02 incWaiverExpiry pic 9(8).
      *> O = open, F = under follow-up, C = closed.
               02 incStatus pic x.
                   88 inc-open value "O".
                   88 inc-follow-up value "F".
                   88 inc-closed value "C".
               02 incFollowUpNote pic x(40).
               02 incClosedDate pic 9(8).
               02 incRecordedBy pic x(10).
               02 incRecordedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
