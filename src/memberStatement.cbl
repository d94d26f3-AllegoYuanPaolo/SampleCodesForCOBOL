               when payment-writeoff
               when payment-volcredit
               when payment-creditapply
               when payment-referral
               when payment-corporate
               when payment-agencycomm
               when payment-assistance
                   subtract paymentAmount from periodEffect
               when payment-refund
               when payment-returned
                   add paymentAmount to periodEffect
      *> Donations and gift purchases never touch the DUES-rec
      *> buckets -- they list on the statement but must not move
               when payment-donation
               when payment-gift
                   continue
      *> A void takes back whatever its voided row did: a voided
      *> payment puts the amount back on, a voided charge takes
      *> it off, a voided donation moves nothing.
               when payment-void
                   evaluate paymentVoidedType
                       when "P"
                           add paymentAmount to periodEffect
                       when "D"
                           continue
                       when other
                           subtract paymentAmount from periodEffect
                   end-evaluate
               when other
      *> Charge types: renewal, late fee, household, event,
      *> installment, guest, locker, miscellaneous, court or
      *> room reservation, session package, sales tax, visit
      *> surcharge.
                   add paymentAmount to periodEffect
           end-evaluate.

                   move "DONATION" to tranDesc
               when payment-gift
                   move "GIFT" to tranDesc
               when payment-reservation
                   move "COURT/ROOM" to tranDesc
               when payment-salestax
                   move "SALES TAX" to tranDesc
               when payment-returned
                   move "RETURNED PMT" to tranDesc
               when payment-referral
                   move "REFERRAL CR" to tranDesc
               when payment-corporate
                   move "EMPLOYER PD" to tranDesc
               when payment-package
                   move "SESSION PKG" to tranDesc
               when payment-agencycomm
                   move "AGENCY COMM" to tranDesc
               when payment-assistance
                   move "FEE ASSIST" to tranDesc
               when payment-visitsurcharge
                   move "VISIT SURCHG" to tranDesc
               when payment-void
                   move "VOID" to tranDesc
               when other
                   move "CHARGE" to tranDesc
           end-evaluate

           move spaces to stmt-line
      *> A posting rolled out of a closed month, or keyed for an
      *> earlier day, says which day it belonged to.
           if paymentOrigDate numeric and paymentOrigDate > 0
               string "  " paymentDate " " tranDesc
                   " " paymentAmount
                   "  (receipt " receiptNumber ", for "
                   paymentOrigDate ")"
                   delimited by size into stmt-line
           else
               string "  " paymentDate " " tranDesc
                   " " paymentAmount
                   "  (receipt " receiptNumber ")"
                   delimited by size into stmt-line
           end-if
           write stmt-line.
