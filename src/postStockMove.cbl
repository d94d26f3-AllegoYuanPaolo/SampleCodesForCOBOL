        IDENTIFICATION DIVISION.
        PROGRAM-ID. postStockMove.
      *> Applies one movement to a pro-shop item's on-hand quantity
      *> in data/STOCK.dat and logs it to data/STOCKMOVES.dat, so
      *> the desk sale, the delivery and the shelf count all
      *> update stock the same way. A sale ("S") takes the
      *> quantity off; a delivery ("R") adds it and re-averages
      *> the unit cost with the delivery's cost; a count ("C")
      *> sets the shelf to the counted quantity and logs the
      *> difference. A code with no carried row on STOCK.dat is a
      *> service and is left alone -- stkParmCarried comes back
      *> 'n' and nothing is logged.
        environment division.
           input-output section.
               file-control.
                   COPY STOCKSEL.
                   COPY STKMOVSEL.
        DATA DIVISION.
           file section.
               fd STOCK.
                   COPY STOCKFD.
               fd STOCKMOVES.
                   COPY STKMOVFD.
            local-STORAGE SECTION.
               01 moveToday pic 9(8).
               01 moveNow pic 9(8).
               01 moveDelta pic s9(5).
               01 stockValueBefore pic s9(9)v99.
               01 stockValueAdded pic 9(9)v99.
               COPY SEQPARM.
               COPY STOCKSTAT.
               COPY STKMOVSTAT.
        LINKAGE SECTION.
            COPY STKPARM.
        PROCEDURE DIVISION USING stock-parms.

           accept moveToday from date yyyymmdd
           accept moveNow from time
           move 'n' to stkParmCarried
           move 0 to stkParmOnHand
           move 'n' to stkParmReorder

           open i-o STOCK
           if not STOCK-status-ok
               display "Unable to open STOCK file. Status: "
                       STOCK-status
               display "Stock NOT updated for " stkParmCode "!"
               goback
           end-if

           move stkParmCode to stockCode
           read STOCK key is stockCode
               invalid key
                   close STOCK
                   goback
           end-read
           if not stock-carried
               close STOCK
               goback
           end-if
           move 'y' to stkParmCarried

           evaluate stkParmType
               when "S"
                   compute moveDelta = 0 - stkParmQuantity
               when "R"
                   move stkParmQuantity to moveDelta
      *> Weighted average over what is physically on the shelf; a
      *> negative shelf carries no value into the average.
                   if stockOnHand > 0
                       compute stockValueBefore =
                           stockOnHand * stockUnitCost
                   else
                       move 0 to stockValueBefore
                   end-if
                   if stkParmUnitCost > 0
                       compute stockValueAdded =
                           stkParmQuantity * stkParmUnitCost
                       if stockOnHand > 0
                           compute stockUnitCost rounded =
                               (stockValueBefore + stockValueAdded)
                               / (stockOnHand + stkParmQuantity)
                       else
                           move stkParmUnitCost to stockUnitCost
                       end-if
                   end-if
                   move moveToday to stockLastReceived
               when "C"
                   compute moveDelta = stkParmQuantity - stockOnHand
                   move moveToday to stockLastCounted
               when other
                   display "Unknown stock movement type "
                           stkParmType " -- stock NOT updated."
                   close STOCK
                   goback
           end-evaluate

           add moveDelta to stockOnHand
           rewrite STOCK-rec

           move stockOnHand to stkParmOnHand
           if stockOnHand <= stockReorderPoint
               move 'y' to stkParmReorder
           end-if

           open i-o STOCKMOVES
           if not STKMOV-status-ok
               display "Unable to open STOCKMOVES file. Status: "
                       STKMOV-status
               display "Movement NOT logged for " stkParmCode "!"
           else
               initialize STKMOV-rec
               move "STOCKMOVE" to seqName
               call "nextSequence" using seq-parms
               move seqValue to moveId
               move stkParmCode to moveCode
               move moveToday to moveDate
               move moveNow to moveTime
               move stkParmType to moveType
               move moveDelta to moveQuantity
               move stockUnitCost to moveUnitCost
               if stkParmType = "R" and stkParmUnitCost > 0
                   move stkParmUnitCost to moveUnitCost
               end-if
               move stockOnHand to moveOnHandAfter
               move stkParmReceipt to moveReceipt
               move stkParmReference to moveReference
               move stkParmOperator to moveOperator
               write STKMOV-rec
                   invalid key
                       display "Unable to log stock movement "
                               moveId
               end-write
               close STOCKMOVES
           end-if

           close STOCK

       GOBACK.
