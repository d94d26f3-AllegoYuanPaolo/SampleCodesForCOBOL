      *> Shared parameter layout passed to checkAlerts. COPY'd both
      *> into the calling programs' storage and into checkAlerts's
      *> LINKAGE SECTION so the two always agree on the layout.
           01 alert-parms.
               02 alertParmMemberId pic 9(7).
               02 alertParmDate pic 9(8).
      *> "D" staffed desk: every active alert is shown in full.
      *> "K" kiosk: the member is only told to see the desk.
               02 alertParmMode pic x.
               02 alertParmActive pic 9(3).
      *> 'y' when an active alert is of a blocking type -- the
      *> caller stops the transaction.
               02 alertParmBlock pic x.
      *> 'y' when an active alert says no checks.
               02 alertParmNoChecks pic x.
