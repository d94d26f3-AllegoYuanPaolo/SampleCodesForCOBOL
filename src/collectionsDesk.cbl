      *> move the stage, set the next follow-up, or write the case
      *> off. Cases open from the dues aging run and close by
      *> themselves when duesPost sees the balance cleared; this is
      *> everything in between. A case placed with the collection
      *> agency leaves the worklist and cannot be worked here.
        environment division.
           input-output section.
               file-control.
           display "  Opened:       " caseOpenedDate
                   "  (owed " caseBalanceAtOpen ")"
           display "  Stage:        " caseStage
           if casePlacedDate numeric and casePlacedDate > 0
               display "  Placed:       " casePlacedDate
                       "  (collection agency)"
           end-if
           display "  Next follow:  " caseFollowUpDate
           if caseClosedDate not = 0
               display "  Closed:       " caseClosedDate
                   display "No such case."
                   exit paragraph
           end-read
           if stage-placed
               display "Case is with the collection agency -- its"
                       " remittance closes it."
               exit paragraph
           end-if
           if not case-open
               display "Case is closed (stage " caseStage ")."
               exit paragraph
