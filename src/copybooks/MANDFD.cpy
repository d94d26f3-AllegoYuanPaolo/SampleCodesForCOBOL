      *> Direct-debit mandate record layout for data/MANDATES.dat,
      *> one row per member who has signed a bank-account mandate
      *> for their auto-renew or installment charges. Maintained
      *> by mandateMaint; draftRun drafts every active mandate
      *> with a balance falling due, and draftReturns notes each
      *> bank return here and cancels the mandate once the returns
      *> reach the DRAFTMAXRETURNS parameter.
           01 MAND-rec.
               02 mandMemberId pic 9(7).
               02 mandMemberName pic x(16).
               02 mandRouting pic 9(9).
               02 mandAccount pic x(17).
      *> Date the member signed the mandate.
               02 mandDate pic 9(8).
      *> A = active; C = cancelled (by the member, or by
      *> draftReturns after repeated returns).
               02 mandStatus pic x.
                   88 mand-active value "A".
                   88 mand-cancelled value "C".
               02 mandReturnCount pic 9(2).
               02 mandLastReturnDate pic 9(8).
               02 mandLastReason pic x(16).
               02 mandLastDraftDate pic 9(8).
               02 mandCancelDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
