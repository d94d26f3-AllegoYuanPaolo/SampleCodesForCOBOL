      *> data/GLEXPORT.csv for the accounting package. The run is
      *> REFUSED when a type appearing in the journal has no
      *> mapping row -- half-posted revenue is worse than re-keyed
      *> revenue. A void (type "Z") is rolled up under the type it
      *> voided and exported as that type's pair reversed, so a
      *> spoiled receipt nets out of the same accounts it hit.
        environment division.
           input-output section.
               file-control.
               fd GL-CSV.
                   01 csv-line pic x(90).
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 exportPeriod pic 9(6).
               01 typeSlot pic 99.
               01 typeSlots pic 99 value 0.
               01 slotFound pic x.
               01 rowType pic x.
               01 rowVoid pic x.
               01 missingMappings pic 99 value 0.
               01 totalDebits pic 9(9)v99 value 0.
               01 totalCredits pic 9(9)v99 value 0.
               01 amountText pic 9(7).99.
               01 type-Tally-Table.
                   02 type-Tally-Entry occurs 40 times.
                       03 tallyType pic x.
                       03 tallyVoid pic x.
                       03 tallyAmount pic 9(7)v99.
                       03 tallyRows pic 9(5).
               COPY PAYJNLSTAT.
               COPY GLMAPSTAT.

        PROCEDURE DIVISION.
      *> The training copy never feeds the general ledger.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- the GL export is not run"
                       " against it."
               goback
           end-if

           accept todayDate from date yyyymmdd

           display "GL distribution export"
       GOBACK.

       tally-one-type.
           if payment-void
               move paymentVoidedType to rowType
               move 'y' to rowVoid
           else
               move paymentType to rowType
               move 'n' to rowVoid
           end-if
           move 0 to typeSlot
           move 'n' to slotFound
           perform varying typeIdx from 1 by 1
                   until typeIdx > typeSlots
                   or slotFound = 'y'
               if tallyType(typeIdx) = rowType
                   and tallyVoid(typeIdx) = rowVoid
                   move typeIdx to typeSlot
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y' and typeSlots < 40
               add 1 to typeSlots
               move rowType to tallyType(typeSlots)
               move rowVoid to tallyVoid(typeSlots)
               move 0 to tallyAmount(typeSlots)
               move 0 to tallyRows(typeSlots)
               move typeSlots to typeSlot

      *> One balanced pair per type: the mapped debit account takes
      *> the month's total, the mapped credit account offsets it.
      *> Voids swap the two accounts.
       export-one-type.
           move tallyType(typeIdx) to glPaymentType
           read GLMAP key is glPaymentType
           end-read

           move tallyAmount(typeIdx) to amountText
           if tallyVoid(typeIdx) = 'y'
               perform export-one-void
               exit paragraph
           end-if

           move spaces to csv-line
           string exportPeriod ","
               delimited by size into csv-line
           write csv-line
           add tallyAmount(typeIdx) to totalCredits.

       export-one-void.
           move spaces to csv-line
           string exportPeriod ","
               function trim(glCreditAccount) ","
               amountText ",0.00,VOID "
               function trim(glDescription)
               delimited by size into csv-line
           write csv-line
           add tallyAmount(typeIdx) to totalDebits

           move spaces to csv-line
           string exportPeriod ","
               function trim(glDebitAccount) ","
               "0.00," amountText ",VOID "
               function trim(glDescription)
               delimited by size into csv-line
           write csv-line
           add tallyAmount(typeIdx) to totalCredits.
