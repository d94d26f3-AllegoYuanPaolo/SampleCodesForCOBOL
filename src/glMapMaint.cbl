               01 inputDesc pic x(16).
               01 inputDebit pic x(8).
               01 inputCredit pic x(8).
               01 inputTaxable pic x.
               01 inputTaxClass pic x.
               COPY GLMAPSTAT.

        PROCEDURE DIVISION.
       GOBACK.

       list-mappings.
           display "Type Description      Debit    Credit   Tax"
           perform until eof = 'y'
               read GLMAP next record
                   at end
                       display glPaymentType "    "
                               glDescription " "
                               glDebitAccount " "
                               glCreditAccount " "
                               glTaxable glTaxClass
               end-read
           end-perform.

           display "Credit account: " no advancing
           move spaces to inputCredit
           accept inputCredit
           move space to inputTaxable
           perform until inputTaxable = "Y" or inputTaxable = "N"
               display "Sales under this type taxable (Y/N): "
                       no advancing
               accept inputTaxable
               move function upper-case(inputTaxable)
                   to inputTaxable
           end-perform
           move space to inputTaxClass
           if inputTaxable = "Y"
               display "Tax class (1-9, blank = 1): " no advancing
               accept inputTaxClass
           end-if

           move inputType to glPaymentType
           read GLMAP key is glPaymentType
                   move inputDesc to glDescription
                   move inputDebit to glDebitAccount
                   move inputCredit to glCreditAccount
                   move inputTaxable to glTaxable
                   move inputTaxClass to glTaxClass
                   write GLMAP-rec
                   display "Mapping added for type " inputType
               not invalid key
                   move inputDesc to glDescription
                   move inputDebit to glDebitAccount
                   move inputCredit to glCreditAccount
                   move inputTaxable to glTaxable
                   move inputTaxClass to glTaxClass
                   rewrite GLMAP-rec
                   display "Mapping updated for type " inputType
           end-read.
      *> today -- the bookkeeper renumbers the accounts to their
      *> own chart afterwards. Money in debits cash (1000);
      *> charges debit receivable (1200) against the revenue line.
      *> Guest fees and locker rentals are the taxable sale types;
      *> sales tax charged credits the tax liability (2300) until
      *> the quarterly return pays it over. A referral credit is a
      *> marketing cost (4850) held as member credit (2400). An
      *> employer-paid share moves from the member's receivable to
      *> the corporate receivable (1250).
       seed-default-mappings.
           move "N" to glTaxable
           move space to glTaxClass
           move "P" to glPaymentType
           move "PAYMENT" to glDescription
           move "1000" to glDebitAccount
           move "GUEST FEE" to glDescription
           move "1200" to glDebitAccount
           move "4400" to glCreditAccount
           move "Y" to glTaxable
           move "1" to glTaxClass
           perform write-or-replace-mapping
           move "N" to glTaxable
           move space to glTaxClass

           move "G" to glPaymentType
           move "GIFT PURCHASE" to glDescription
           move "LOCKER FEE" to glDescription
           move "1200" to glDebitAccount
           move "4500" to glCreditAccount
           move "Y" to glTaxable
           move "1" to glTaxClass
           perform write-or-replace-mapping
           move "N" to glTaxable
           move space to glTaxClass

           move "M" to glPaymentType
           move "MISC CHARGE" to glDescription
           move "4700" to glCreditAccount
           perform write-or-replace-mapping

           move "S" to glPaymentType
           move "COURT/ROOM" to glDescription
           move "1200" to glDebitAccount
           move "4650" to glCreditAccount
           perform write-or-replace-mapping

           move "T" to glPaymentType
           move "SALES TAX" to glDescription
           move "1200" to glDebitAccount
           move "2300" to glCreditAccount
           perform write-or-replace-mapping

           move "N" to glPaymentType
           move "RETURNED PMT" to glDescription
           move "1200" to glDebitAccount
           move "1000" to glCreditAccount
           perform write-or-replace-mapping

           move "L" to glPaymentType
           move "REFERRAL CREDIT" to glDescription
           move "4850" to glDebitAccount
           move "2400" to glCreditAccount
           perform write-or-replace-mapping

           move "X" to glPaymentType
           move "EMPLOYER SHARE" to glDescription
           move "1250" to glDebitAccount
           move "1200" to glCreditAccount
           perform write-or-replace-mapping

      *> Prepaid sessions are owed service until they are taken,
      *> so the sale credits a liability, not income.
           move "O" to glPaymentType
           move "SESSION PKG" to glDescription
           move "1200" to glDebitAccount
           move "2450" to glCreditAccount
           perform write-or-replace-mapping

      *> The collection agency's commission on what it recovered
      *> is a collection cost (4960) taken off the receivable.
           move "J" to glPaymentType
           move "AGENCY COMM" to glDescription
           move "4960" to glDebitAccount
           move "1200" to glCreditAccount
           perform write-or-replace-mapping

      *> Fee assistance is the club's own subsidy of a member's
      *> charge -- an expense (4980) taken off the receivable.
           move "Y" to glPaymentType
           move "FEE ASSIST" to glDescription
           move "4980" to glDebitAccount
           move "1200" to glCreditAccount
           perform write-or-replace-mapping

      *> A member's visits at another branch past the allowance
      *> are income to the club like a guest fee.
           move "Q" to glPaymentType
           move "VISIT SURCHG" to glDescription
           move "1200" to glDebitAccount
           move "4410" to glCreditAccount
           perform write-or-replace-mapping

           display "Starter chart seeded.".

       write-or-replace-mapping.
