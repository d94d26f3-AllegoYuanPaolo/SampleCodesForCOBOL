        IDENTIFICATION DIVISION.
        PROGRAM-ID. promoMaint.
      *> Maintenance screen for the promotion codes file
      *> data/PROMOS.dat: list every code with its usage so far,
      *> add/update a code, and withdraw a code early. A code that
      *> has been used is never deleted -- withdrawing it stops the
      *> desk taking it while promoResults still reports on it.
      *> Setting a price is supervisor business, so a logged-in
      *> operator below supervisor level may only list.
        environment division.
           input-output section.
               file-control.
                   COPY PROMOSEL.
        DATA DIVISION.
           file section.
               fd PROMOS.
                   COPY PROMOFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 inputCode pic x(8).
               01 inputDesc pic x(24).
               01 inputKind pic x.
               01 inputValue pic 9(5)v99.
               01 inputTypes pic x(4).
               01 inputFrom pic 9(8).
               01 inputTo pic 9(8).
               01 inputLimit pic 9(5).
               01 typeCodeValid pic x.
               01 typePos pic 9.
               COPY TYPECODES.
               COPY PROMOSTAT.

        PROCEDURE DIVISION.
           display "[1] List promotions  [2] Add/update a promotion"
           display "[3] Withdraw a promotion"
           display "Enter option >" no advancing
           accept maintChoice

           if maintChoice = 2 or maintChoice = 3
               if currentOperator not = spaces
                   and currentOperatorLevel not = "S"
                   and currentOperatorLevel not = "A"
                   display "Operator " currentOperator " is not"
                           " authorized to change promotions."
                   goback
               end-if
           end-if

           open i-o PROMOS
           if not PROMO-status-ok
               display "Unable to open PROMOS file. Status: "
                       PROMO-status
               close PROMOS
               goback
           end-if

           evaluate maintChoice
               when 2
                   perform edit-one-promo
               when 3
                   perform withdraw-promo
               when other
                   perform list-promos
           end-evaluate

           close PROMOS

       GOBACK.

       list-promos.
           display "Code     Description              K Value    Types"
                   " From     To       Limit Used  Active"
           perform until eof = 'y'
               read PROMOS next record
                   at end
                       move 'y' to eof
                   not at end
                       display promoCode " "
                               promoDescription " "
                               promoKind " "
                               promoValue " "
                               promoEligibleTypes "  "
                               promoValidFrom " "
                               promoValidTo " "
                               promoUsageLimit " "
                               promoUsageCount " "
                               promoActiveFlag
               end-read
           end-perform.

       edit-one-promo.
           display "Promotion code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           if inputCode = spaces
               display "No code keyed -- nothing changed."
               exit paragraph
           end-if

           display "Description: " no advancing
           move spaces to inputDesc
           accept inputDesc
           move space to inputKind
           perform until inputKind = "P" or inputKind = "F"
               display "Percent off or flat amount off? [P/F]: "
                       no advancing
               accept inputKind
               move function upper-case(inputKind) to inputKind
           end-perform
           if inputKind = "P"
               display "Percent off (100 = the whole charge): "
                       no advancing
           else
               display "Amount off: " no advancing
           end-if
           move 0 to inputValue
           accept inputValue
           if inputKind = "P" and inputValue > 100
               move 100 to inputValue
           end-if

      *> Any of R/F/S/L run together, e.g. "RF"; blank = all.
           move 'n' to typeCodeValid
           perform until typeCodeValid = 'y'
               display "Eligible types (e.g. RF, blank = all): "
                       no advancing
               move spaces to inputTypes
               accept inputTypes
               move function upper-case(inputTypes) to inputTypes
               move 'y' to typeCodeValid
               perform varying typePos from 1 by 1 until typePos > 4
                   if inputTypes(typePos:1) not = space
                       set validTypeIdx to 1
                       search valid-Type-Entry
                           at end
                               move 'n' to typeCodeValid
                           when valid-Type-Entry(validTypeIdx)
                                   = inputTypes(typePos:1)
                               continue
                       end-search
                   end-if
               end-perform
           end-perform

           display "Valid from (YYYYMMDD): " no advancing
           move 0 to inputFrom
           accept inputFrom
           display "Valid to (YYYYMMDD, 0 = open-ended): "
                   no advancing
           move 0 to inputTo
           accept inputTo
           if inputTo not = 0 and inputTo < inputFrom
               display "Valid-to is before valid-from -- nothing"
                       " changed."
               exit paragraph
           end-if
           display "Usage limit (0 = no limit): " no advancing
           move 0 to inputLimit
           accept inputLimit

      *> An update keeps the count of uses already made.
           move inputCode to promoCode
           read PROMOS key is promoCode
               invalid key
                   initialize PROMO-rec
                   move inputCode to promoCode
                   perform move-promo-fields
                   move 0 to promoUsageCount
                   write PROMO-rec
                   display "Promotion " inputCode " added."
               not invalid key
                   perform move-promo-fields
                   rewrite PROMO-rec
                   display "Promotion " inputCode " updated."
                           " Uses so far: " promoUsageCount
           end-read.

       move-promo-fields.
           move inputDesc to promoDescription
           move inputKind to promoKind
           move inputValue to promoValue
           move inputTypes to promoEligibleTypes
           move inputFrom to promoValidFrom
           move inputTo to promoValidTo
           move inputLimit to promoUsageLimit
           move "Y" to promoActiveFlag.

       withdraw-promo.
           display "Promotion code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputCode to promoCode
           read PROMOS key is promoCode
               invalid key
                   display "No such promotion: " inputCode
               not invalid key
                   move "N" to promoActiveFlag
                   rewrite PROMO-rec
                   display "Promotion " inputCode " withdrawn after "
                           promoUsageCount " uses."
           end-read.
