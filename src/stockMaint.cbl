        IDENTIFICATION DIVISION.
        PROGRAM-ID. stockMaint.
      *> Maintenance screen for the pro-shop stock file
      *> data/STOCK.dat: list, start carrying a charge code as a
      *> stock item or change its reorder point, reorder quantity
      *> and unit cost, and stop carrying it. The on-hand quantity
      *> is never keyed here -- it moves only through sales,
      *> stockReceive and stockCount, so every unit is on the
      *> movement log. Patterned on chargeCodesMaint.
        environment division.
           input-output section.
               file-control.
                   COPY STOCKSEL.
                   COPY CHGCODESEL.
        DATA DIVISION.
           file section.
               fd STOCK.
                   COPY STOCKFD.
               fd CHARGECODES.
                   COPY CHGCODEFD.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 inputCode pic x(4).
               01 inputReorderPoint pic 9(5).
               01 inputReorderQty pic 9(5).
               01 inputUnitCost pic 9(5)v99.
               COPY STOCKSTAT.
               COPY CHGCODESTAT.

        PROCEDURE DIVISION.
           display "[1] List stock items  [2] Add/update an item"
           display "[3] Stop carrying an item"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o STOCK
           evaluate true
               when STOCK-status-ok
                   continue
               when STOCK-status = "93"
                   display "STOCK file is locked. Try later."
                   goback
               when other
                   display "Unable to open STOCK file."
                           " Status: " STOCK-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-item
               when 3
                   perform drop-one-item
               when other
                   perform list-items
           end-evaluate

           close STOCK

       GOBACK.

       list-items.
           display "Code On-hand Reorder  ReQty Unit cost"
                   " Received Counted  A"
           perform until eof = 'y'
               read STOCK next record
                   at end
                       move 'y' to eof
                   not at end
                       display stockCode " " stockOnHand " "
                               stockReorderPoint " "
                               stockReorderQty " " stockUnitCost " "
                               stockLastReceived " "
                               stockLastCounted " "
                               stockActiveFlag
               end-read
           end-perform.

      *> Only a code the desk can actually ring up may carry stock.
       edit-one-item.
           perform accept-item-code
           open input CHARGECODES
           move inputCode to chargeCode
           read CHARGECODES key is chargeCode
               invalid key
                   display "No such charge code: " inputCode
                           " -- add it in charge code maintenance"
                           " first."
                   close CHARGECODES
                   exit paragraph
           end-read
           close CHARGECODES
           display function trim(chargeDescription)

           display "Reorder point (units): " no advancing
           accept inputReorderPoint
           display "Reorder quantity (units): " no advancing
           accept inputReorderQty
           display "Unit cost: " no advancing
           accept inputUnitCost

           move inputCode to stockCode
           read STOCK key is stockCode
               invalid key
                   initialize STOCK-rec
                   move inputCode to stockCode
                   move 0 to stockOnHand
                   perform move-item-fields
                   write STOCK-rec
                   display "Stock item added: " inputCode
                           " -- receive the opening stock next."
               not invalid key
                   perform move-item-fields
                   rewrite STOCK-rec
                   display "Stock item updated: " inputCode
           end-read.

       move-item-fields.
           move inputReorderPoint to stockReorderPoint
           move inputReorderQty to stockReorderQty
           move inputUnitCost to stockUnitCost
           move "Y" to stockActiveFlag.

       drop-one-item.
           perform accept-item-code
           move inputCode to stockCode
           read STOCK key is stockCode
               invalid key
                   display "No such stock item: " inputCode
               not invalid key
                   move "N" to stockActiveFlag
                   rewrite STOCK-rec
                   display "Stock item dropped -- sales of "
                           inputCode " no longer move stock."
           end-read.

       accept-item-code.
           move spaces to inputCode
           perform until inputCode not = spaces
               display "Charge code: " no advancing
               accept inputCode
               move function upper-case(inputCode) to inputCode
           end-perform.
