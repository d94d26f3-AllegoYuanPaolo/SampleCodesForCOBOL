      *> Shared parameter layout passed to reversePayment. COPY'd
      *> both into the programs that take back a payment the bank
      *> would not honour and into reversePayment's LINKAGE
      *> SECTION so the two always agree on the layout. The caller
      *> names the member, the amount, the receipt being reversed
      *> and a short reason code for the journal row, and the
      *> supervisor who approved the reversal where there was one
      *> (spaces from initialize where there was not).
           01 rev-parms.
               02 revParmMemberId pic 9(7).
               02 revParmAmount pic 9(5)v99.
               02 revParmOrigReceipt pic 9(7).
               02 revParmReason pic x(4).
               02 revParmApprovedBy pic x(10).
      *> Returned. Spaces when the reversal posted.
               02 revParmResult pic x(16).
               02 revParmName pic x(16).
               02 revParmReceipt pic 9(7).
               02 revParmBalance pic s9(5)v99.
