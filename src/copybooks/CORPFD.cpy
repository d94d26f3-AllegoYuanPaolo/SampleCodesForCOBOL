      *> Corporate account record layout for data/CORPACCTS.dat,
      *> one row per employer that pays toward its staff's
      *> memberships. Employees are tied to an account through
      *> data/CORPLINKS.dat. The negotiated discount comes off a
      *> linked member's renewal rate; the monthly corpInvoice run
      *> moves the employer-paid share of each dues charge off the
      *> member onto this account and prints the employer's
      *> invoice. Kept by corpMaint.
           01 CORP-rec.
               02 corpCode pic x(4).
               02 corpName pic x(24).
               02 corpContact pic x(24).
               02 corpPhone pic x(14).
               02 corpStreet pic x(24).
               02 corpCity pic x(16).
               02 corpState pic x(2).
               02 corpZip pic x(10).
      *> Percent off the renewal rate (10.00 = 10%).
               02 corpDiscountPct pic 9(3)v99.
      *> Percent of each dues charge the employer pays.
               02 corpSharePct pic 9(3)v99.
               02 corpAmountBilled pic 9(7)v99.
               02 corpAmountPaid pic 9(7)v99.
               02 corpLastPaymentDate pic 9(8).
               02 corpLastInvoiceNo pic 9(7).
               02 corpLastInvoiceDate pic 9(8).
               02 corpActiveFlag pic x.
                   88 corp-active value "Y".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
