        IDENTIFICATION DIVISION.
        PROGRAM-ID. stockCount.
      *> Pro-shop stock count: sets a stock item's on-hand quantity
      *> to what is physically on the shelf, through
      *> postStockMove, logging the difference with the reason
      *> the shelf disagreed (breakage, theft, miscount, a sale
      *> never rung up). No reason, no adjustment -- shrinkage
      *> that cannot be explained is exactly what the log is for.
        environment division.
           input-output section.
               file-control.
                   COPY STOCKSEL.
        DATA DIVISION.
           file section.
               fd STOCK.
                   COPY STOCKFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 inputCode pic x(4).
               01 inputCounted pic 9(5).
               01 inputReason pic x(16).
               01 confirmFlag pic x.
               01 countDifference pic s9(5).
               COPY STKPARM.
               COPY STOCKSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
      *> a half-finished batch step cannot interleave with the desk.
           call "checkBatchWindow" using window-parms
           if windowParmOpen = 'y'
               display "Batch window is open -- interactive updates"
                       " are locked. Expected end: "
                       windowParmEndTime
               goback
           end-if

           display "Pro-shop stock count"
           display "Charge code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode

           open input STOCK
           if not STOCK-status-ok
               display "Unable to open STOCK file. Status: "
                       STOCK-status
               goback
           end-if
           move inputCode to stockCode
           read STOCK key is stockCode
               invalid key
                   display "No such stock item: " inputCode
                   close STOCK
                   goback
           end-read
           close STOCK
           if not stock-carried
               display inputCode " is no longer carried --"
                       " nothing to count."
               goback
           end-if
           display "On hand per file: " stockOnHand

           display "Counted on the shelf: " no advancing
           move 0 to inputCounted
           accept inputCounted
           compute countDifference = inputCounted - stockOnHand
           if countDifference = 0
               display "Count agrees -- no adjustment."
               goback
           end-if

           display "Adjustment of " countDifference " units."
           move spaces to inputReason
           perform until inputReason not = spaces
               display "Reason: " no advancing
               accept inputReason
           end-perform
           display "Post the adjustment? (Y/N): " no advancing
           move space to confirmFlag
           accept confirmFlag
           if function upper-case(confirmFlag) not = "Y"
               display "Count abandoned -- nothing changed."
               goback
           end-if

           initialize stock-parms
           move inputCode to stkParmCode
           move "C" to stkParmType
           move inputCounted to stkParmQuantity
           move 0 to stkParmReceipt
           move inputReason to stkParmReference
           move currentOperator to stkParmOperator
           call "postStockMove" using stock-parms
           display inputCode " adjusted -- on hand now "
                   stkParmOnHand

       GOBACK.
