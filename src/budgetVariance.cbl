               01 alertFloor pic 9(9)v99.
               01 behindCount pic 9(2) value 0.
               01 type-Tally-Table.
                   02 type-Tally-Entry occurs 40 times.
                       03 tallyType pic x.
                       03 tallyMonthAmt pic 9(9)v99.
                       03 tallyYtdAmt pic 9(9)v99.
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y' and typeSlots < 40
               add 1 to typeSlots
               move bgtType to tallyType(typeSlots)
               move 0 to tallyMonthAmt(typeSlots)
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y' and typeSlots < 40
               add 1 to typeSlots
               move paymentType to tallyType(typeSlots)
               move typeSlots to typeSlot
