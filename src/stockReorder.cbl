        IDENTIFICATION DIVISION.
        PROGRAM-ID. stockReorder.
      *> Weekly pro-shop reorder report: every carried stock item
      *> on data/STOCK.dat whose on-hand quantity has fallen to or
      *> below its reorder point, with the quantity to order --
      *> the item's reorder quantity, or more if the shelf has run
      *> so far down that the usual order would still leave it at
      *> the reorder point -- and what the order will cost at the
      *> current unit cost. Written to data/STOCK_REORDER.rpt and
      *> spooled, so last week's list is still there when the
      *> supplier asks what was ordered.
        environment division.
           input-output section.
               file-control.
                   COPY STOCKSEL.
                   COPY CHGCODESEL.
                   select REORDER-RPT
                       assign to "data/STOCK_REORDER.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd STOCK.
                   COPY STOCKFD.
               fd CHARGECODES.
                   COPY CHGCODEFD.
               fd REORDER-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 itemDesc pic x(16).
               01 orderQty pic 9(5).
               01 shortfallQty pic s9(6).
               01 orderCost pic 9(7)v99.
               01 itemsChecked pic 9(5) value 0.
               01 itemsToOrder pic 9(5) value 0.
               01 totalOrderCost pic 9(9)v99 value 0.
               COPY SPOOLPARM.
               COPY STOCKSTAT.
               COPY CHGCODESTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input STOCK
           evaluate true
               when STOCK-status = "05"
                   display "No stock items on file."
                   close STOCK
                   goback
               when STOCK-status-ok
                   continue
               when other
                   display "Unable to open STOCK file. Status: "
                           STOCK-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate
           open input CHARGECODES

           open output REORDER-RPT
           move spaces to report-line
           string "Pro-Shop Reorder Report - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Code Description      On-hand Reorder"
               "  Order   Unit cost     Order cost"
               delimited by size into report-line
           write report-line

           perform until eof = 'y'
               read STOCK next record
                   at end
                       move 'y' to eof
                   not at end
                       if stock-carried
                           add 1 to itemsChecked
                           if stockOnHand <= stockReorderPoint
                               perform report-one-item
                           end-if
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Items checked: " itemsChecked
               "  To order: " itemsToOrder
               "  Order cost: " totalOrderCost
               delimited by size into report-line
           write report-line

           close STOCK
           close CHARGECODES
           close REORDER-RPT

           display "Reorder report written to"
                   " data/STOCK_REORDER.rpt"
           display "  Items to order: " itemsToOrder

           move "STOCKREORDER" to spoolReportName
           move "stockReorder" to spoolProgram
           move "data/STOCK_REORDER.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

       report-one-item.
           add 1 to itemsToOrder
           move spaces to itemDesc
           if CHGCODE-status-ok
               move stockCode to chargeCode
               read CHARGECODES key is chargeCode
                   invalid key
                       move "(CODE REMOVED)" to itemDesc
                   not invalid key
                       move chargeDescription to itemDesc
               end-read
           end-if

           move stockReorderQty to orderQty
           compute shortfallQty =
               stockReorderPoint - stockOnHand + 1
           if shortfallQty > orderQty
               move shortfallQty to orderQty
           end-if
           compute orderCost = orderQty * stockUnitCost
           add orderCost to totalOrderCost

           move spaces to report-line
           string stockCode " " itemDesc " " stockOnHand
               "  " stockReorderPoint
               "  " orderQty
               "  " stockUnitCost
               "  " orderCost
               delimited by size into report-line
           write report-line.
