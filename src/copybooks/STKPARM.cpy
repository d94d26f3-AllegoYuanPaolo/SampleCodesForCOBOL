      *> Shared parameter layout passed to postStockMove. COPY'd
      *> both into the programs that move stock and into
      *> postStockMove's LINKAGE SECTION so the two always agree
      *> on the layout. The caller names the charge code, the
      *> movement type and quantity -- units sold or received, or
      *> for a count the quantity physically on the shelf -- and
      *> gets back whether the code carries stock at all and what
      *> is left on hand.
           01 stock-parms.
               02 stkParmCode pic x(4).
               02 stkParmType pic x.
               02 stkParmQuantity pic s9(5).
               02 stkParmUnitCost pic 9(5)v99.
               02 stkParmReceipt pic 9(7).
               02 stkParmReference pic x(16).
               02 stkParmOperator pic x(10).
      *> Returned.
               02 stkParmCarried pic x.
               02 stkParmOnHand pic s9(5).
               02 stkParmReorder pic x.
