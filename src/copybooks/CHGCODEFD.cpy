               02 chargeCode pic x(4).
               02 chargeDescription pic x(16).
               02 chargeAmount pic 9(5)v99.
      *> "Y" when the state taxes the item (pro-shop goods); the
      *> class picks the TAXRATEn parameter that holds its rate.
      *> Anything but "Y" -- including rows written before the
      *> flag existed -- is exempt.
               02 chargeTaxable pic x.
                   88 charge-taxable value "Y".
               02 chargeTaxClass pic x.
      *> Expansion space reserved when the file was created.
               02 filler pic x(6).
