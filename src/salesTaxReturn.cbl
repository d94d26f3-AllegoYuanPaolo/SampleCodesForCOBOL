        IDENTIFICATION DIVISION.
        PROGRAM-ID. salesTaxReturn.
      *> Quarterly sales-tax return worksheet: for one calendar
      *> quarter reads PAYMENTS.dat and totals, by branch, the
      *> taxable sales, the exempt sales and the tax collected --
      *> sale rows carry the taxable/exempt stamp they were
      *> posted with, tax rows are type "T". A receipt void (type
      *> "Z") carries the stamp of the row it voided and comes back
      *> off the same figure; a voided tax row comes off the tax
      *> collected. The branch is the member's home branch from
      *> DUES.dat, the same branch the charge was billed under.
      *> Written to data/SALES_TAX.rpt and spooled, so the filed
      *> quarter's figures are kept.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   COPY DUESSEL.
                   select TAX-RPT
                       assign to "data/SALES_TAX.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd DUES.
                   COPY DUESFD.
               fd TAX-RPT.
                   01 report-line pic x(80).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayMonth pic 9(2).
               01 reportYear pic 9(4).
               01 reportQuarter pic 9.
               01 quarterInput pic 9(5).
               01 firstMonth pic 9(2).
               01 lastMonth pic 9(2).
               01 rowMonth pic 9(2).
               01 rowBranch pic x(4).
               01 rowsRead pic 9(7) value 0.
               01 branchIdx pic 99.
               01 branchSlot pic 99.
               01 branchSlots pic 99 value 0.
               01 slotFound pic x.
               01 totalTaxable pic s9(9)v99 value 0.
               01 totalExempt pic s9(9)v99 value 0.
               01 totalTax pic s9(9)v99 value 0.
               01 branch-Tax-Table.
                   02 branch-Tax-Entry occurs 20 times.
                       03 taxBranch pic x(4).
                       03 taxTaxableAmt pic s9(9)v99.
                       03 taxExemptAmt pic s9(9)v99.
                       03 taxCollected pic s9(9)v99.
               COPY SPOOLPARM.
               COPY PAYJNLSTAT.
               COPY DUESSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> The return is filed for a quarter that has closed, so the
      *> default is the last full quarter.
           display "Sales tax return"
           display "Quarter (YYYYQ, 0 = last quarter): " no advancing
           move 0 to quarterInput
           accept quarterInput
           if quarterInput = 0
               move todayDate(1:4) to reportYear
               move todayDate(5:2) to todayMonth
               compute reportQuarter = (todayMonth + 2) / 3 - 1
               if reportQuarter = 0
                   subtract 1 from reportYear
                   move 4 to reportQuarter
               end-if
           else
               compute reportYear = quarterInput / 10
               compute reportQuarter =
                   function mod(quarterInput, 10)
           end-if
           if reportQuarter < 1 or reportQuarter > 4
               display "Quarter must be 1 to 4 -- nothing reported."
               goback
           end-if
           compute lastMonth = reportQuarter * 3
           compute firstMonth = lastMonth - 2

           open input PAYMENTS
           evaluate true
               when PAYJNL-status-ok
                   continue
               when other
                   display "Unable to open PAYMENTS journal."
                           " Status: " PAYJNL-status
                   goback
           end-evaluate
           open input DUES

           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       move paymentDate(5:2) to rowMonth
                       if paymentDate(1:4) = reportYear
                           and rowMonth >= firstMonth
                           and rowMonth <= lastMonth
                           and (sale-taxable or sale-exempt
                               or payment-salestax
                               or (payment-void
                                   and paymentVoidedType = "T"))
                           add 1 to rowsRead
                           perform tally-one-row
                       end-if
               end-read
           end-perform

           close PAYMENTS
           close DUES

           open output TAX-RPT
           move spaces to report-line
           string "Sales Tax Return - " reportYear " Q"
               reportQuarter "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Branch   Taxable sales    Exempt sales"
               "   Tax collected"
               delimited by size into report-line
           write report-line

           perform varying branchIdx from 1 by 1
                   until branchIdx > branchSlots
               move spaces to report-line
               string taxBranch(branchIdx) "  "
                   taxTaxableAmt(branchIdx) "  "
                   taxExemptAmt(branchIdx) "  "
                   taxCollected(branchIdx)
                   delimited by size into report-line
               write report-line
               add taxTaxableAmt(branchIdx) to totalTaxable
               add taxExemptAmt(branchIdx) to totalExempt
               add taxCollected(branchIdx) to totalTax
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TOTAL " totalTaxable "  " totalExempt
               "  " totalTax
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Journal rows totaled: " rowsRead
               delimited by size into report-line
           write report-line
           close TAX-RPT

           display "Return written to data/SALES_TAX.rpt"
           display "  Taxable sales: " totalTaxable
           display "  Exempt sales:  " totalExempt
           display "  Tax collected: " totalTax

           move "SALESTAX" to spoolReportName
           move "salesTaxReturn" to spoolProgram
           move "data/SALES_TAX.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

      *> A member with no DUES row cannot have been charged, but
      *> the row still has to land somewhere -- branch "????".
       tally-one-row.
           move "????" to rowBranch
           if DUES-status-ok
               move paymentMemberId to duesMemberId
               read DUES key is duesMemberId
                   not invalid key
                       move duesBranchCode to rowBranch
               end-read
           end-if

           move 0 to branchSlot
           move 'n' to slotFound
           perform varying branchIdx from 1 by 1
                   until branchIdx > branchSlots
                   or slotFound = 'y'
               if taxBranch(branchIdx) = rowBranch
                   move branchIdx to branchSlot
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y' and branchSlots < 20
               add 1 to branchSlots
               move rowBranch to taxBranch(branchSlots)
               move 0 to taxTaxableAmt(branchSlots)
               move 0 to taxExemptAmt(branchSlots)
               move 0 to taxCollected(branchSlots)
               move branchSlots to branchSlot
           end-if
           if branchSlot = 0
               exit paragraph
           end-if

           evaluate true
               when payment-void and paymentVoidedType = "T"
                   subtract paymentAmount from taxCollected(branchSlot)
               when payment-void and sale-taxable
                   subtract paymentAmount from taxTaxableAmt(branchSlot)
               when payment-void
                   subtract paymentAmount from taxExemptAmt(branchSlot)
               when payment-salestax
                   add paymentAmount to taxCollected(branchSlot)
               when sale-taxable
                   add paymentAmount to taxTaxableAmt(branchSlot)
               when other
                   add paymentAmount to taxExemptAmt(branchSlot)
           end-evaluate.
