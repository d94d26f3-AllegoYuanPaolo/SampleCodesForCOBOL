      *> Stock-movement record layout for data/STOCKMOVES.dat, one
      *> row per change to a STOCK.dat on-hand quantity: a sale
      *> at the desk, a delivery received, or a count adjustment
      *> with the reason the shelf disagreed. The movement id
      *> comes from the "STOCKMOVE" sequence; an alternate key on
      *> the charge code gives each item's history in order.
           01 STKMOV-rec.
               02 moveId pic 9(7).
               02 moveCode pic x(4).
               02 moveDate pic 9(8).
               02 moveTime pic 9(8).
      *> S = sale (miscCharge); R = delivery received;
      *> C = count adjustment.
               02 moveType pic x.
                   88 move-sale value "S".
                   88 move-received value "R".
                   88 move-count value "C".
               02 moveQuantity pic s9(5).
               02 moveUnitCost pic 9(5)v99.
               02 moveOnHandAfter pic s9(5).
      *> Sale: the journal receipt; delivery: the supplier's
      *> delivery note; count: why the shelf was wrong.
               02 moveReceipt pic 9(7).
               02 moveReference pic x(16).
               02 moveOperator pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
