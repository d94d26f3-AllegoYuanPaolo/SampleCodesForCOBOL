      *> Pro-shop stock record layout for data/STOCK.dat, one row
      *> per charge code that sells a physical item off the shelf
      *> -- locks, water bottles, towels for sale. Keyed by the
      *> same code as CHARGECODES.dat, so a code with no row here
      *> is a service (court time, towel service) and carries no
      *> stock. miscCharge takes one off on every sale,
      *> stockReceive adds deliveries, stockCount trues the shelf
      *> up to a physical count. Every movement is logged to
      *> data/STOCKMOVES.dat.
           01 STOCK-rec.
               02 stockCode pic x(4).
      *> Signed: a sale rung up before the delivery was received
      *> drives the shelf negative until receiving catches up,
      *> rather than refusing the member at the counter.
               02 stockOnHand pic s9(5).
               02 stockReorderPoint pic 9(5).
               02 stockReorderQty pic 9(5).
      *> Weighted-average cost of what is on the shelf; receiving
      *> re-averages it with each delivery's cost.
               02 stockUnitCost pic 9(5)v99.
               02 stockLastReceived pic 9(8).
               02 stockLastCounted pic 9(8).
               02 stockActiveFlag pic x.
                   88 stock-carried value "Y".
                   88 stock-dropped value "N".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
