               02 glDescription pic x(16).
               02 glDebitAccount pic x(8).
               02 glCreditAccount pic x(8).
      *> "Y" when sales journaled under this type are taxable
      *> (guest fees, locker rentals) and the TAXRATEn class that
      *> applies. Type "M" charges take their taxability from the
      *> charge code instead, since towels and locks differ.
               02 glTaxable pic x.
                   88 gl-taxable value "Y".
               02 glTaxClass pic x.
      *> Expansion space reserved when the file was created.
               02 filler pic x(6).
