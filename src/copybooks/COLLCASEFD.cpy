               02 caseMemberName pic x(16).
               02 caseOpenedDate pic 9(8).
      *> N/C/P are open stages; X (collected) and W (written off)
      *> close the case. A is placed with the collection agency by
      *> agencyPlacement: still unresolved, but off the desk's
      *> worklist -- the agency's remittance (agencyRemit) closes
      *> it, X when settled or paid off, R when the agency
      *> recalls it uncollected.
               02 caseStage pic x.
                   88 stage-new value "N".
                   88 stage-contacted value "C".
                   88 stage-promised value "P".
                   88 stage-collected value "X".
                   88 stage-writtenoff value "W".
                   88 stage-placed value "A".
                   88 stage-recalled value "R".
                   88 case-open values "N" "C" "P".
               02 caseFollowUpDate pic 9(8).
               02 caseBalanceAtOpen pic 9(5)v99.
               02 caseClosedDate pic 9(8).
      *> The day the case went to the agency. Taken from the
      *> expansion space, so rows from before carry spaces here --
      *> test IS NUMERIC first.
               02 casePlacedDate pic 9(8).
