      *> fields were added; a journal written under the old 74-byte
      *> layout will not open here -- run the one-time
      *> convertPayjnlLayout rebuild, which carries old rows across
      *> with spaces in the new fields. It grew again, from 90 to
      *> 140 bytes, when the linked receipt and check number were
      *> added; a 90-byte journal (or year archive) is rebuilt by
      *> the one-time convertPayjnlLinks.
           01 PAYJNL-rec.
               02 receiptNumber pic 9(7).
               02 paymentMemberId pic 9(7).
                   88 payment-misccharge value "M".
      *> Donation -- money in, never a dues bucket.
                   88 payment-donation value "D".
      *> Court/room slot rental booked at the desk; the resource
      *> code rides in paymentChargeCode.
                   88 payment-reservation value "S".
      *> Sales tax on a taxable sale, journaled as its own row
      *> right after the sale it was charged on, with the sale's
      *> charge code.
                   88 payment-salestax value "T".
      *> A payment the bank would not honour (a returned direct
      *> debit), taken back off the account; the bank's reason
      *> code rides in paymentChargeCode.
                   88 payment-returned value "N".
      *> Referral credit: held on account for a member whose
      *> referral joined and paid their first dues in full.
                   88 payment-referral value "L".
      *> Employer-paid share of a dues charge, moved off the
      *> member onto their employer's corporate account by the
      *> monthly corporate invoice run; the account code rides in
      *> paymentChargeCode and the dues charge's receipt in
      *> paymentLinkReceipt.
                   88 payment-corporate value "X".
      *> Session package sale: a prepaid pack of training
      *> sessions or lessons charged to the member; the package
      *> code rides in paymentChargeCode and the pack itself lives
      *> on data/MEMBERPKG.dat under this receipt number.
                   88 payment-package value "O".
      *> Receipt void: a receipt spoiled at the desk, voided the
      *> same day under supervisor approval. The row reverses the
      *> voided row's effect; the voided receipt rides in
      *> paymentLinkReceipt and its type in paymentVoidedType.
                   88 payment-void value "Z".
      *> Collection agency commission: the agency's cut of money
      *> it recovered on a placed account, journaled by
      *> agencyRemit beside the net payment it remitted (linked
      *> through paymentLinkReceipt). It credits the member's
      *> account like an adjustment -- the member paid the full
      *> amount to the agency -- and books as collection cost.
                   88 payment-agencycomm value "J".
      *> Fee assistance: the part of a renewal or household charge
      *> an approved assistance application covers, journaled by
      *> the program that raised the charge and linked to the
      *> charge's receipt through paymentLinkReceipt. It credits
      *> the member's account and books as subsidy expense.
                   88 payment-assistance value "Y".
      *> Reciprocal visit surcharge: a visit at another branch past
      *> the monthly allowance the access rules give the member's
      *> type and home branch, posted by checkAccess as the member
      *> comes in. A charge, like a guest fee.
                   88 payment-visitsurcharge value "Q".
               02 paymentOperator pic x(10).
      *> Supervisor who approved a correction type, spaces for a
      *> plain payment.
                   88 tender-cash value "C".
                   88 tender-check value "K".
                   88 tender-card value "D".
      *> Collected from the member's bank on a direct-debit
      *> mandate -- never drawer money.
                   88 tender-bankdraft value "B".
      *> Remitted by the collection agency for a placed account
      *> -- never drawer money.
                   88 tender-agency value "G".
      *> The charge code from CHARGECODES.dat on a type "M"
      *> miscellaneous charge, or the resource code on a type "S"
      *> slot rental, spaces on everything else, so the GL export
      *> and the till close can tell towels from dues.
               02 paymentChargeCode pic x(4).
      *> The campaign a type "D" donation was given to (BUILDING,
      *> GENERAL, ...), spaces on everything else, so the campaign
      *> totals report can add the board's numbers up.
               02 paymentCampaign pic x(8).
      *> On a sale row (misc charge, guest fee, locker fee): "T"
      *> taxable, "E" exempt, stamped at posting time so the
      *> quarterly tax return does not depend on today's flags.
      *> Space on everything else.
               02 paymentTaxCode pic x.
                   88 sale-taxable value "T".
                   88 sale-exempt value "E".
      *> On a reversal (type "N"), the receipt of the payment it
      *> took back, so the two rows can be matched; on a returned-
      *> check fee, the check it was charged for; on an employer
      *> share (type "X"), the dues charge it paid toward; on a
      *> receipt void (type "Z"), the receipt it voided; zero on
      *> everything else.
               02 paymentLinkReceipt pic 9(7).
      *> The member's check number on a check-tendered row, for the
      *> deposit slip; spaces on everything else.
               02 paymentCheckNumber pic x(10).
      *> The promotion code that discounted a joining, renewal or
      *> gift charge row; spaces on everything else.
               02 paymentPromoCode pic x(8).
      *> On a receipt void (type "Z"), the type of the row it
      *> voided and the reason given; spaces on everything else.
               02 paymentVoidedType pic x.
               02 paymentVoidReason pic x(12).
      *> When a posting dated into a month finance has closed was
      *> rolled forward to today, or a correction or charge keyed
      *> today belongs to an earlier day, the date it belonged to;
      *> zero (or spaces, on older rows) otherwise.
               02 paymentOrigDate pic 9(8).
      *> Expansion space reserved when the linked receipt was
      *> added, so a small field can be added later without
      *> another record-length conversion.
               02 filler pic x(6).
