      *> Shared parameter layout passed to postPayment. COPY'd both
      *> into the programs that post payments without an operator
      *> at the desk (the lockbox import, suspense repair) and into
      *> postPayment's LINKAGE SECTION so the two always agree on
      *> the layout. The caller names the member, the amount and
      *> the tender (with the check number on a check), and says
      *> whether a payment against no open balance may still be
      *> taken as credit on account.
           01 pay-parms.
               02 payParmMemberId pic 9(7).
               02 payParmAmount pic 9(5)v99.
               02 payParmTender pic x.
               02 payParmCheckNumber pic x(10).
               02 payParmNeedBalance pic x.
      *> "Y" when the money never passed through a cash drawer (a
      *> lockbox check, a bank draft, an agency remittance): the
      *> journal row then carries no operator, so the till close
      *> and the deposit leave it out, even when an operator
      *> posts it from the desk. Space (initialize) = drawer money
      *> taken by the operator logged in.
               02 payParmNoDrawer pic x.
                   88 pay-parm-no-drawer value "Y".
      *> Returned. payParmResult is spaces when the payment posted,
      *> otherwise the reason it did not (suspense reason codes).
               02 payParmResult pic x(16).
               02 payParmName pic x(16).
               02 payParmReceipt pic 9(7).
               02 payParmBalance pic s9(5)v99.
