      *> Direct-debit draft record layout for data/DRAFTS.dat, one
      *> row per draft sent to the bank. draftRun writes it as
      *> sent; draftConfirm posts the payment when the bank
      *> confirms the collection and keeps the receipt here;
      *> draftReturns reverses that payment when the bank sends
      *> the draft back. The draft id (the "DRAFT" sequence) is the
      *> reference the bank quotes on both files.
           01 DRAFT-rec.
               02 draftId pic 9(7).
               02 draftMemberId pic 9(7).
               02 draftMemberName pic x(16).
               02 draftDate pic 9(8).
               02 draftAmount pic 9(5)v99.
      *> S = sent, awaiting the bank; P = confirmed and posted;
      *> R = returned by the bank (payment reversed if posted).
               02 draftStatus pic x.
                   88 draft-sent value "S".
                   88 draft-posted value "P".
                   88 draft-returned value "R".
               02 draftReceipt pic 9(7).
               02 draftSettleDate pic 9(8).
               02 draftReturnReason pic x(16).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
