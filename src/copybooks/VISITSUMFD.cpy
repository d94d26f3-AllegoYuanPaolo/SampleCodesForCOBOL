      *> Monthly visit summary record layout for data/VISITSUM.dat:
      *> one row per member per month with visits, folded in from
      *> data/VISITS.dat by the nightly visitSummary step so the
      *> utilization reports need not rescan the whole history. A
      *> guest-pass visit is counted on the sponsor's row, as the
      *> visit history carries it.
           01 VSUM-rec.
               02 vsumKey.
                   03 vsumMemberId pic 9(7).
                   03 vsumPeriod pic 9(6).
               02 vsumMemberName pic x(16).
      *> Membership type stamped on the month's latest visit.
               02 vsumMemberType pic x.
      *> Member's own visits, and guest-pass visits sponsored.
               02 vsumVisitCount pic 9(5).
               02 vsumGuestCount pic 9(5).
               02 vsumFirstVisit pic 9(8).
               02 vsumLastVisit pic 9(8).
      *> Branches used in the month and the visits (member and
      *> guest) at each, in the order first used. Visits at any
      *> branch past the tenth are counted in vsumOtherVisits.
               02 vsumBranchCount pic 99.
               02 vsum-Branch-Use occurs 10 times.
                   03 vsumBranch pic x(4).
                   03 vsumBranchVisits pic 9(5).
               02 vsumOtherVisits pic 9(5).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
