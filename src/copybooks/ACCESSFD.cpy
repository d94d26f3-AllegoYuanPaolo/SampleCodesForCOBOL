      *> Reciprocal branch access rule layout for data/ACCESS.dat,
      *> kept by accessRulesMaint. The rows for a membership type
      *> and home branch are the other branches its members may
      *> use; a branch with no row is closed to them. A type and
      *> home branch with no rows at all is not yet under the
      *> rules -- its members go anywhere, as before the rules,
      *> and settle at the CROSSRATECENTS parameter. checkAccess
      *> applies the rules at the desk, the kiosk and the door;
      *> branchSettlement prices cross-branch visits from them.
           01 ACCESS-rec.
               02 accessKey.
                   03 accessType pic x.
                   03 accessHomeBranch pic x(4).
                   03 accessVisitBranch pic x(4).
      *> Visits a month at the visited branch included in the
      *> membership; 999 = no limit.
               02 accessMonthlyVisits pic 9(3).
      *> Per-visit price: charged to the member for a visit past
      *> the allowance, and what the home branch pays the visited
      *> branch for every visit on the settlement.
               02 accessVisitRate pic 9(3)v99.
      *> Past the allowance: "C" admit and charge the visit rate,
      *> "R" refuse.
               02 accessOverAction pic x.
                   88 access-over-charge value "C".
                   88 access-over-refuse value "R".
               02 accessAddedBy pic x(10).
               02 accessAddedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
