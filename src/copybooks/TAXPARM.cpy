      *> Shared parameter layout passed to salesTaxCalc. COPY'd
      *> both into the posting programs' storage and into
      *> salesTaxCalc's LINKAGE SECTION so the two always agree on
      *> the layout. The caller names the journal type, the charge
      *> code (type "M" only) and the sale amount; it gets back
      *> whether the sale is taxable and the tax to charge.
           01 tax-parms.
               02 taxParmType pic x.
               02 taxParmChargeCode pic x(4).
               02 taxParmAmount pic 9(5)v99.
      *> Returned.
               02 taxParmTaxable pic x.
               02 taxParmClass pic x.
               02 taxParmRate pic 9(7).
               02 taxParmTax pic 9(5)v99.
