      *> Shared parameter layout passed to checkAccess. COPY'd both
      *> into the calling programs' storage and into checkAccess's
      *> LINKAGE SECTION so the two always agree on the layout.
      *> The caller sets the action, the member and the branch the
      *> visit is at; checkAccess answers whether the rules admit
      *> the visit and on what terms.
           01 access-parms.
      *> "C" check only; "P" check and post the surcharge when one
      *> is due; "L" look up the visit rate only (no counting).
               02 accessParmAction pic x.
               02 accessParmMemberId pic 9(7).
               02 accessParmMemberName pic x(16).
               02 accessParmType pic x.
               02 accessParmHomeBranch pic x(4).
               02 accessParmVisitBranch pic x(4).
               02 accessParmVisitDate pic 9(8).
      *> "H" home branch, "O" type and home not under the rules,
      *> "A" within the allowance, "C" surcharge due (posted on
      *> action "P"), "R" refused -- accessParmReason says why.
               02 accessParmResult pic x.
                   88 access-home value "H".
                   88 access-open value "O".
                   88 access-allowed value "A".
                   88 access-surcharge value "C".
                   88 access-refused value "R".
               02 accessParmRuleFound pic x.
               02 accessParmAllowance pic 9(3).
      *> The member's own visits at the branch this month before
      *> this one.
               02 accessParmVisitsUsed pic 9(5).
               02 accessParmRate pic 9(3)v99.
               02 accessParmReceipt pic 9(7).
               02 accessParmReason pic x(30).
