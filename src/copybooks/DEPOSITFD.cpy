      *> Bank deposit record layout for data/DEPOSITS.dat, one row
      *> per deposit the bank should credit us for. depositPrep
      *> writes a till deposit ("T") for each business day's closed
      *> tills; lockboxImport keeps one lockbox row ("L") per bank
      *> deposit date, since the bank credits the lockbox checks
      *> without us carrying anything to the branch. bankRecon
      *> marks each row off against the bank's monthly statement.
      *> The deposit number (the "DEPOSIT" sequence) is printed on
      *> the slip and quoted back on the statement.
           01 DEPOSIT-rec.
               02 depositId pic 9(7).
               02 depositKind pic x.
                   88 deposit-till value "T".
                   88 deposit-lockbox value "L".
      *> The business day the tills were closed for, or the bank's
      *> deposit date on a lockbox row.
               02 depositDate pic 9(8).
               02 depositCashTotal pic 9(7)v99.
               02 depositCheckTotal pic 9(7)v99.
               02 depositCheckCount pic 9(5).
               02 depositTotal pic 9(7)v99.
               02 depositPreparedDate pic 9(8).
               02 depositOperator pic x(10).
      *> O = open, awaiting the bank; M = matched on a statement;
      *> X = on a statement for a different amount.
               02 depositStatus pic x.
                   88 deposit-open value "O".
                   88 deposit-matched value "M".
                   88 deposit-differs value "X".
               02 depositBankDate pic 9(8).
               02 depositBankAmount pic 9(7)v99.
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
