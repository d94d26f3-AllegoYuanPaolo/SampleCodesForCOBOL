        IDENTIFICATION DIVISION.
        PROGRAM-ID. stockValuation.
      *> Month-end pro-shop inventory valuation: every stock item
      *> on data/STOCK.dat valued at its weighted-average unit
      *> cost, beside the month's movements off the member chain
      *> of data/STOCKMOVES.dat -- units received, sold and
      *> adjusted on count -- so the bookkeeper can see shrinkage
      *> as well as the closing value. The nightly calendar runs
      *> it on the first, before the desk opens, so the on-hand
      *> figures are the closing shelf of the month just ended.
      *> Written to data/STOCK_VALUATION.rpt and spooled.
        environment division.
           input-output section.
               file-control.
                   COPY STOCKSEL.
                   COPY STKMOVSEL.
                   COPY CHGCODESEL.
                   select VALUATION-RPT
                       assign to "data/STOCK_VALUATION.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd STOCK.
                   COPY STOCKFD.
               fd STOCKMOVES.
                   COPY STKMOVFD.
               fd CHARGECODES.
                   COPY CHGCODEFD.
               fd VALUATION-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 moveEof pic x.
               01 todayDate pic 9(8).
               01 reportPeriod pic 9(6).
               01 itemDesc pic x(16).
               01 itemReceived pic s9(6).
               01 itemSold pic s9(6).
               01 itemAdjusted pic s9(6).
               01 itemValue pic s9(9)v99.
               01 adjustValue pic s9(9)v99.
               01 itemsValued pic 9(5) value 0.
               01 totalValue pic s9(9)v99 value 0.
               01 totalAdjustValue pic s9(9)v99 value 0.
               COPY SPOOLPARM.
               COPY STOCKSTAT.
               COPY STKMOVSTAT.
               COPY CHGCODESTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal
      *> -- value the month that has just closed.
           if batchRunActive = 'y'
               move 0 to reportPeriod
           else
               display "Movements for month (YYYYMM, 0 = last"
                       " month): " no advancing
               move 0 to reportPeriod
               accept reportPeriod
           end-if
      *> January steps back to December of the year before:
      *> YYYY01 less 89 is (YYYY-1)12.
           if reportPeriod = 0
               move todayDate(1:6) to reportPeriod
               if reportPeriod(5:2) = "01"
                   subtract 89 from reportPeriod
               else
                   subtract 1 from reportPeriod
               end-if
           end-if

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
           open input STOCKMOVES
           open input CHARGECODES

           open output VALUATION-RPT
           move spaces to report-line
           string "Pro-Shop Inventory Valuation - on hand at "
               todayDate "  movements for " reportPeriod
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Code Description       Recvd    Sold  Adjust"
               " On-hand Unit cost          Value"
               delimited by size into report-line
           write report-line

           perform until eof = 'y'
               read STOCK next record
                   at end
                       move 'y' to eof
                   not at end
                       perform value-one-item
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Items valued: " itemsValued
               "  Inventory value: " totalValue
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Count adjustments at cost this month: "
               totalAdjustValue
               delimited by size into report-line
           write report-line

           close STOCK
           close STOCKMOVES
           close CHARGECODES
           close VALUATION-RPT

           display "Valuation written to data/STOCK_VALUATION.rpt"
           display "  Inventory value: " totalValue

           move "STOCKVALUE" to spoolReportName
           move "stockValuation" to spoolProgram
           move "data/STOCK_VALUATION.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

      *> A dropped item still prints while there is stock left to
      *> value or the month moved it; it falls off once both are
      *> nil.
       value-one-item.
           perform total-month-moves
           if stock-dropped and stockOnHand = 0
               and itemReceived = 0 and itemSold = 0
               and itemAdjusted = 0
               exit paragraph
           end-if
           add 1 to itemsValued

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

      *> A negative shelf is a receiving backlog, not a liability
      *> -- it values at nothing.
           if stockOnHand > 0
               compute itemValue = stockOnHand * stockUnitCost
           else
               move 0 to itemValue
           end-if
           add itemValue to totalValue
           compute adjustValue = itemAdjusted * stockUnitCost
           add adjustValue to totalAdjustValue

           move spaces to report-line
           string stockCode " " itemDesc " " itemReceived
               "  " itemSold "  " itemAdjusted
               "  " stockOnHand "  " stockUnitCost
               "  " itemValue
               delimited by size into report-line
           write report-line.

       total-month-moves.
           move 0 to itemReceived
           move 0 to itemSold
           move 0 to itemAdjusted
           if not STKMOV-status-ok
               exit paragraph
           end-if
           move 'n' to moveEof
           move stockCode to moveCode
           start STOCKMOVES key is equal to moveCode
               invalid key
                   move 'y' to moveEof
           end-start
           perform until moveEof = 'y'
               read STOCKMOVES next record
                   at end
                       move 'y' to moveEof
                   not at end
                       evaluate true
                           when moveCode not = stockCode
                               move 'y' to moveEof
                           when moveDate(1:6) not = reportPeriod
                               continue
                           when move-received
                               add moveQuantity to itemReceived
                           when move-sale
                               subtract moveQuantity from itemSold
                           when other
                               add moveQuantity to itemAdjusted
                       end-evaluate
               end-read
           end-perform.
