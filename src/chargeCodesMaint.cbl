               01 inputCode pic x(4).
               01 inputDesc pic x(16).
               01 inputAmount pic 9(5)v99.
               01 inputTaxable pic x.
               01 inputTaxClass pic x.
               COPY CHGCODESTAT.

        PROCEDURE DIVISION.
       GOBACK.

       list-codes.
           display "Code Description      Amount   Tax"
           perform until eof = 'y'
               read CHARGECODES next record
                   at end
                       move 'y' to eof
                   not at end
                       display chargeCode " " chargeDescription
                               " " chargeAmount " "
                               chargeTaxable chargeTaxClass
               end-read
           end-perform.

           accept inputDesc
           display "Amount: " no advancing
           accept inputAmount
           move space to inputTaxable
           perform until inputTaxable = "Y" or inputTaxable = "N"
               display "Taxable (Y/N): " no advancing
               accept inputTaxable
               move function upper-case(inputTaxable)
                   to inputTaxable
           end-perform
           move space to inputTaxClass
           if inputTaxable = "Y"
               display "Tax class (1-9, blank = 1): " no advancing
               accept inputTaxClass
           end-if

           move inputCode to chargeCode
           read CHARGECODES key is chargeCode
                   move inputCode to chargeCode
                   move inputDesc to chargeDescription
                   move inputAmount to chargeAmount
                   move inputTaxable to chargeTaxable
                   move inputTaxClass to chargeTaxClass
                   write CHGCODE-rec
                   display "Charge code added: " inputCode
               not invalid key
                   move inputDesc to chargeDescription
                   move inputAmount to chargeAmount
                   move inputTaxable to chargeTaxable
                   move inputTaxClass to chargeTaxClass
                   rewrite CHGCODE-rec
                   display "Charge code updated: " inputCode
           end-read.
           move "TOWL" to chargeCode
           move "TOWEL SERVICE" to chargeDescription
           move 2.00 to chargeAmount
           move "N" to chargeTaxable
           move space to chargeTaxClass
           perform write-or-replace-code

           move "FOB" to chargeCode
           move "REPLACEMENT FOB" to chargeDescription
           move 10.00 to chargeAmount
           move "Y" to chargeTaxable
           move "1" to chargeTaxClass
           perform write-or-replace-code

           move "CORT" to chargeCode
           move "COURT TIME" to chargeDescription
           move 15.00 to chargeAmount
           move "N" to chargeTaxable
           move space to chargeTaxClass
           perform write-or-replace-code

      *> Kids' club, priced per CHILDCAREBLOCK minutes; billed
      *> to the family nightly by childcareDay.
           move "KIDS" to chargeCode
           move "KIDS CLUB" to chargeDescription
           move 4.00 to chargeAmount
           move "N" to chargeTaxable
           move space to chargeTaxClass
           perform write-or-replace-code

           display "Standard codes seeded.".
