        IDENTIFICATION DIVISION.
        PROGRAM-ID. convertPayjnlLinks.
      *> One-time rebuild of the payments journal into the 140-byte
      *> layout that carries the linked receipt and the check
      *> number. The old 90-byte rows cannot be read in place by
      *> the grown record -- the same situation convertPayjnlLayout
      *> handled the first time the journal grew. Every old row
      *> comes across with zero in the linked receipt and spaces
      *> in the check number (nothing was recorded, which is what
      *> the readers already treat as "from before the field
      *> existed"), rebuilt into a scratch file and swapped into
      *> place. The live data/PAYMENTS.dat is converted first;
      *> each closed year's archive (data/PAYJNL_<YYYY>.dat) can
      *> then be converted by year so an old year still opens.
      *> Run once, before the desk opens on the grown layout. Take
      *> a copy of the data directory first.
        environment division.
           input-output section.
               file-control.
      *> The old layout, declared inline because PAYJNLFD now
      *> describes the grown record.
                   select optional OLD-PAYJNL
                       assign using oldFileName
                       organization is indexed
                       access mode is dynamic
                       record key is oldReceiptNumber
                       alternate record key is oldPaymentMemberId
                           with duplicates
                       file status is OLDJNL-status.
                   select optional PAYJNL-NEW
                       assign using newFileName
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of NEW-rec
                       alternate record key is
                           paymentMemberId of NEW-rec
                           with duplicates
                       file status is NEWJNL-status.
        DATA DIVISION.
           file section.
               fd OLD-PAYJNL.
                   01 old-PAYJNL-rec.
                       02 oldReceiptNumber pic 9(7).
                       02 oldPaymentMemberId pic 9(7).
                       02 oldPaymentMemberName pic x(16).
                       02 oldPaymentDate pic 9(8).
                       02 oldPaymentTime pic 9(8).
                       02 oldPaymentAmount pic 9(5)v99.
                       02 oldPaymentType pic x.
                       02 oldPaymentOperator pic x(10).
                       02 oldPaymentApprovedBy pic x(10).
                       02 oldPaymentTender pic x.
                       02 oldPaymentChargeCode pic x(4).
                       02 oldPaymentCampaign pic x(8).
                       02 oldPaymentTaxCode pic x.
                       02 filler pic x(2).
               fd PAYJNL-NEW.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY NEW-rec.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 confirmChoice pic x value 'n'.
               01 archiveYear pic 9(4).
               01 oldFileName pic x(28).
               01 newFileName pic x(28).
               01 commandLine pic x(120).
               01 convertOk pic x.
               01 rowsRead pic 9(7) value 0.
               01 rowsWritten pic 9(7) value 0.
               01 OLDJNL-status pic xx.
                   88 OLDJNL-status-ok values "00" "05".
               01 NEWJNL-status pic xx.
                   88 NEWJNL-status-ok values "00" "05".

        PROCEDURE DIVISION.
      *> Destructive function -- a logged-in operator must be
      *> supervisor or admin level. A console run carries no
      *> operator and passes.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to run this function."
               goback
           end-if

           display "Payments-journal linked-receipt conversion."
           display "Take a copy of the data directory first."
           display "Rebuild data/PAYMENTS.dat into the grown"
                   " layout? [y/n] >" no advancing
           accept confirmChoice
           if confirmChoice not = 'y'
               display "Conversion abandoned."
               goback
           end-if

           move "data/PAYMENTS.dat" to oldFileName
           move "data/PAYMENTS_NEW.dat" to newFileName
           perform convert-one-journal
           if convertOk not = 'y'
               goback
           end-if

      *> Closed years sit in their own archive files on the old
      *> layout until they are converted too.
           move 1 to archiveYear
           perform until archiveYear = 0
               display "Archive year to convert as well"
                       " (YYYY, 0 = done): " no advancing
               move 0 to archiveYear
               accept archiveYear
               if archiveYear not = 0
                   move spaces to oldFileName
                   string "data/PAYJNL_" archiveYear ".dat"
                       delimited by size into oldFileName
                   move "data/PAYJNL_NEW.dat" to newFileName
                   perform convert-one-journal
               end-if
           end-perform

           display "Old rows carry no linked receipt and no check"
                   " number -- rows from before linked receipts"
                   " were kept."

       GOBACK.

       convert-one-journal.
           move 'n' to convertOk
           move 'n' to eof
           move 0 to rowsRead
           move 0 to rowsWritten

           open input OLD-PAYJNL
           if not OLDJNL-status-ok
               display "Unable to open " function trim(oldFileName)
                       ". Status: " OLDJNL-status
               display "If the status is 39 the file is already"
                       " on the grown layout -- nothing to do."
               close OLD-PAYJNL
               exit paragraph
           end-if
           if OLDJNL-status = "05"
               display function trim(oldFileName)
                       " does not exist -- nothing to do."
               close OLD-PAYJNL
               exit paragraph
           end-if

           open output PAYJNL-NEW

           perform until eof = 'y'
               read OLD-PAYJNL next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       perform grow-one-row
               end-read
           end-perform

           close OLD-PAYJNL
           close PAYJNL-NEW

           if rowsWritten not = rowsRead
               display "*** Row counts do not balance -- "
                       function trim(oldFileName)
                       " left untouched. Read " rowsRead
                       " wrote " rowsWritten " ***"
               move spaces to commandLine
               string "rm -f " function trim(newFileName)
                   delimited by size into commandLine
               call "SYSTEM" using commandLine
               exit paragraph
           end-if

           move spaces to commandLine
           string "mv " function trim(newFileName) " "
               function trim(oldFileName)
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           move 'y' to convertOk
           display function trim(oldFileName) " converted."
           display "  Journal rows rebuilt: " rowsWritten.

       grow-one-row.
           initialize NEW-rec
           move oldReceiptNumber
               to receiptNumber of NEW-rec
           move oldPaymentMemberId
               to paymentMemberId of NEW-rec
           move oldPaymentMemberName
               to paymentMemberName of NEW-rec
           move oldPaymentDate to paymentDate of NEW-rec
           move oldPaymentTime to paymentTime of NEW-rec
           move oldPaymentAmount to paymentAmount of NEW-rec
           move oldPaymentType to paymentType of NEW-rec
           move oldPaymentOperator
               to paymentOperator of NEW-rec
           move oldPaymentApprovedBy
               to paymentApprovedBy of NEW-rec
           move oldPaymentTender to paymentTender of NEW-rec
           move oldPaymentChargeCode
               to paymentChargeCode of NEW-rec
           move oldPaymentCampaign
               to paymentCampaign of NEW-rec
           move oldPaymentTaxCode to paymentTaxCode of NEW-rec
           move 0 to paymentLinkReceipt of NEW-rec
           move spaces to paymentCheckNumber of NEW-rec
           write NEW-rec
               invalid key
                   display "Duplicate receipt dropped: "
                           oldReceiptNumber
               not invalid key
                   add 1 to rowsWritten
           end-write.
