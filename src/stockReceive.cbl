        IDENTIFICATION DIVISION.
        PROGRAM-ID. stockReceive.
      *> Pro-shop receiving: books a supplier delivery onto a
      *> stock item's on-hand quantity through postStockMove, with
      *> the delivery's unit cost re-averaged into the item's cost
      *> and the supplier's delivery note kept on the movement
      *> log. Repeats until a blank code, so a mixed delivery is
      *> keyed in one sitting.
        environment division.
        DATA DIVISION.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 inputCode pic x(4) value "X".
               01 inputQuantity pic 9(5).
               01 inputUnitCost pic 9(5)v99.
               01 inputNote pic x(16).
               01 linesReceived pic 9(4) value 0.
               COPY STKPARM.

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

           display "Pro-shop receiving"
           display "Delivery note / supplier ref: " no advancing
           move spaces to inputNote
           accept inputNote

           perform until inputCode = spaces
               display "Charge code (blank = done): " no advancing
               move spaces to inputCode
               accept inputCode
               move function upper-case(inputCode) to inputCode
               if inputCode not = spaces
                   perform receive-one-line
               end-if
           end-perform

           display "Delivery lines received: " linesReceived

       GOBACK.

       receive-one-line.
           display "Units received: " no advancing
           move 0 to inputQuantity
           accept inputQuantity
           if inputQuantity = 0
               display "Nothing received for " inputCode "."
               exit paragraph
           end-if
           display "Unit cost (0 = keep current): " no advancing
           move 0 to inputUnitCost
           accept inputUnitCost

           initialize stock-parms
           move inputCode to stkParmCode
           move "R" to stkParmType
           move inputQuantity to stkParmQuantity
           move inputUnitCost to stkParmUnitCost
           move 0 to stkParmReceipt
           move inputNote to stkParmReference
           move currentOperator to stkParmOperator
           call "postStockMove" using stock-parms
           if stkParmCarried not = 'y'
               display inputCode " is not a carried stock item --"
                       " set it up in stock maintenance first."
           else
               add 1 to linesReceived
               display inputCode " received " inputQuantity
                       " -- on hand now " stkParmOnHand
           end-if.
