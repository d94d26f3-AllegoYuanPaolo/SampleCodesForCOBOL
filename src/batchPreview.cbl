        IDENTIFICATION DIVISION.
        PROGRAM-ID. batchPreview.
      *> Consolidated report for a nightly batch preview. nightlyBatch
      *> in preview mode runs tonight's data-changing steps against
      *> a scratch copy of the data files under preview/data/; this
      *> lines the scratch copy up against the live files and lists
      *> what the run would have done -- every member whose status
      *> would change, every expiry a renewal would move, every
      *> member the purge would archive away, every fee, charge and
      *> renewal row the steps would journal (with a total per
      *> journal type) and the lockers the sweep would list for the
      *> desk. Nothing live is opened except for reading. Report
      *> goes to data/BATCH_PREVIEW.rpt and is spooled.
        environment division.
           input-output section.
               file-control.
                   COPY ACMASEL.
                   COPY PAYJNLSEL.
                   select optional PRV-ACMA
                       assign to "preview/data/ACMA.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is memberId of PRV-ACMA-rec
                       alternate record key is
                           memberName of PRV-ACMA-rec
                           with duplicates
                       alternate record key is
                           nickname of PRV-ACMA-rec
                           with duplicates
                       file status is PRV-ACMA-status.
                   select optional PRV-PAYMENTS
                       assign to "preview/data/PAYMENTS.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of PRV-PAYJNL-rec
                       alternate record key is
                           paymentMemberId of PRV-PAYJNL-rec
                           with duplicates
                       file status is PRV-PAYJNL-status.
                   select optional PRV-LOCKER-RPT
                       assign to "preview/data/LOCKER_EXPIRED.rpt"
                       organization is line sequential
                       file status is PRV-LOCKER-status.
                   select PREVIEW-RPT
                       assign to "data/BATCH_PREVIEW.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd ACMA.
                   COPY ACMAFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PRV-ACMA.
                   COPY ACMAFD REPLACING ACMA-rec BY PRV-ACMA-rec.
               fd PRV-PAYMENTS.
                   COPY PAYJNLFD
                       REPLACING PAYJNL-rec BY PRV-PAYJNL-rec.
               fd PRV-LOCKER-RPT.
                   01 locker-line pic x(100).
               fd PREVIEW-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 liveHighReceipt pic 9(7) value 0.
               01 membersCompared pic 9(7) value 0.
               01 statusChanges pic 9(5) value 0.
               01 expiryChanges pic 9(5) value 0.
               01 membersPurged pic 9(5) value 0.
               01 rowsJournaled pic 9(5) value 0.
               01 amountJournaled pic 9(7)v99 value 0.
               01 lockerLines pic 9(5) value 0.
               01 typeLabel pic x(12).
               01 typeIdx pic 99.
               01 typeSlot pic 99.
               01 typeSlots pic 99 value 0.
               01 slotFound pic x.
               01 type-Tally-Table.
                   02 type-Tally-Entry occurs 40 times.
                       03 tallyType pic x.
                       03 tallyAmount pic 9(7)v99.
                       03 tallyRows pic 9(5).
               COPY SPOOLPARM.
               COPY ACMASTAT.
               COPY PAYJNLSTAT.
               01 PRV-ACMA-status pic xx.
                   88 PRV-ACMA-status-ok values "00" "05".
               01 PRV-PAYJNL-status pic xx.
                   88 PRV-PAYJNL-status-ok values "00" "05".
               01 PRV-LOCKER-status pic xx.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input PRV-ACMA
           if not PRV-ACMA-status-ok or PRV-ACMA-status = "05"
               display "No preview copy of the member file -- run"
                       " nightlyBatch in preview mode first."
               close PRV-ACMA
               add 1 to batchStepProblems
               goback
           end-if

           open output PREVIEW-RPT
           move spaces to report-line
           string "Nightly Batch Preview - " todayDate
               "  (nothing below has happened to the live files)"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform compare-members
           close PRV-ACMA

           perform list-journal-rows
           perform list-lockers

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Totals: members compared " membersCompared
               "  status changes " statusChanges
               "  renewals " expiryChanges
               "  purged " membersPurged
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "        journal rows " rowsJournaled
               " totalling " amountJournaled
               "  locker list lines " lockerLines
               delimited by size into report-line
           write report-line
           close PREVIEW-RPT

           move "BATCHPREVIEW" to spoolReportName
           move "batchPreview" to spoolProgram
           move "data/BATCH_PREVIEW.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Batch preview complete."
           display "  Status changes: " statusChanges
           display "  Renewals:       " expiryChanges
           display "  Purged:         " membersPurged
           display "  Journal rows:   " rowsJournaled
                   " totalling " amountJournaled
           display "Report written to data/BATCH_PREVIEW.rpt"

       GOBACK.

      *> Every live member against the scratch copy: gone means the
      *> purge took it; a different status or expiry is a
      *> lifecycle change or a renewal.
       compare-members.
           move spaces to report-line
           string "--- Member status changes, renewals and purges ---"
               delimited by size into report-line
           write report-line

           open input ACMA
           if not ACMA-status-ok
               display "Unable to open ACMA data file. Status: "
                       ACMA-status
               close ACMA
               add 1 to batchStepProblems
               exit paragraph
           end-if
           move 'n' to eof
           perform until eof = 'y'
               read ACMA next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to membersCompared
                       perform compare-one-member
               end-read
           end-perform
           close ACMA
           if statusChanges = 0 and expiryChanges = 0
               and membersPurged = 0
               move spaces to report-line
               string "  None."
                   delimited by size into report-line
               write report-line
           end-if.

       compare-one-member.
           move memberId of ACMA-rec to memberId of PRV-ACMA-rec
           read PRV-ACMA key is memberId of PRV-ACMA-rec
               invalid key
                   add 1 to membersPurged
                   move spaces to report-line
                   string "  PURGE   " memberId of ACMA-rec " "
                       memberName of ACMA-rec
                       " deleted " deletedDate of ACMA-rec
                       delimited by size into report-line
                   write report-line
                   exit paragraph
           end-read
           if statusCode of PRV-ACMA-rec not = statusCode of ACMA-rec
               add 1 to statusChanges
               move spaces to report-line
               string "  STATUS  " memberId of ACMA-rec " "
                   memberName of ACMA-rec " "
                   statusCode of ACMA-rec " -> "
                   statusCode of PRV-ACMA-rec
                   "  expiry " expiryDate of ACMA-rec
                   delimited by size into report-line
               write report-line
           end-if
           if expiryDate of PRV-ACMA-rec not = expiryDate of ACMA-rec
               add 1 to expiryChanges
               move spaces to report-line
               string "  RENEW   " memberId of ACMA-rec " "
                   memberName of ACMA-rec " expiry "
                   expiryDate of ACMA-rec " -> "
                   expiryDate of PRV-ACMA-rec
                   delimited by size into report-line
               write report-line
           end-if.

      *> Receipts run on from one sequence, so anything on the
      *> scratch journal above the live high-water mark is new.
       list-journal-rows.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Fees, charges and renewals journaled ---"
               delimited by size into report-line
           write report-line

           open input PAYMENTS
           if PAYJNL-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read PAYMENTS next record
                       at end
                           move 'y' to eof
                       not at end
                           if receiptNumber of PAYJNL-rec
                               > liveHighReceipt
                               move receiptNumber of PAYJNL-rec
                                   to liveHighReceipt
                           end-if
                   end-read
               end-perform
           end-if
           close PAYMENTS

           open input PRV-PAYMENTS
           if not PRV-PAYJNL-status-ok
               display "Unable to open preview journal. Status: "
                       PRV-PAYJNL-status
               close PRV-PAYMENTS
               add 1 to batchStepProblems
               exit paragraph
           end-if
           move liveHighReceipt to receiptNumber of PRV-PAYJNL-rec
           move 'n' to eof
           start PRV-PAYMENTS
               key is greater than receiptNumber of PRV-PAYJNL-rec
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PRV-PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       perform list-one-journal-row
               end-read
           end-perform
           close PRV-PAYMENTS

           if rowsJournaled = 0
               move spaces to report-line
               string "  None."
                   delimited by size into report-line
               write report-line
           else
               move spaces to report-line
               write report-line
               perform varying typeIdx from 1 by 1
                       until typeIdx > typeSlots
                   move tallyType(typeIdx) to paymentType
                       of PRV-PAYJNL-rec
                   perform name-journal-type
                   move spaces to report-line
                   string "  Total " typeLabel " ("
                       tallyType(typeIdx) ") rows "
                       tallyRows(typeIdx) " amount "
                       tallyAmount(typeIdx)
                       delimited by size into report-line
                   write report-line
               end-perform
           end-if.

       list-one-journal-row.
           add 1 to rowsJournaled
           add paymentAmount of PRV-PAYJNL-rec to amountJournaled
           perform name-journal-type
           move spaces to report-line
           string "  " typeLabel " "
               paymentMemberId of PRV-PAYJNL-rec " "
               paymentMemberName of PRV-PAYJNL-rec " "
               paymentAmount of PRV-PAYJNL-rec
               "  (receipt " receiptNumber of PRV-PAYJNL-rec ")"
               delimited by size into report-line
           write report-line

           move 0 to typeSlot
           move 'n' to slotFound
           perform varying typeIdx from 1 by 1
                   until typeIdx > typeSlots
                   or slotFound = 'y'
               if tallyType(typeIdx) = paymentType of PRV-PAYJNL-rec
                   move typeIdx to typeSlot
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y' and typeSlots < 40
               add 1 to typeSlots
               move paymentType of PRV-PAYJNL-rec
                   to tallyType(typeSlots)
               move 0 to tallyAmount(typeSlots)
               move 0 to tallyRows(typeSlots)
               move typeSlots to typeSlot
           end-if
           if typeSlot > 0
               add paymentAmount of PRV-PAYJNL-rec
                   to tallyAmount(typeSlot)
               add 1 to tallyRows(typeSlot)
           end-if.

       name-journal-type.
           evaluate paymentType of PRV-PAYJNL-rec
               when "F"
                   move "LATE FEE" to typeLabel
               when "I"
                   move "INSTALLMENT" to typeLabel
               when "C"
                   move "RENEWAL" to typeLabel
               when "B"
                   move "CREDIT APPLD" to typeLabel
               when other
                   move "CHARGE" to typeLabel
           end-evaluate.

      *> The locker sweep releases nothing; its chase list is what
      *> the desk would find in the morning.
       list-lockers.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Locker sweep list ---"
               delimited by size into report-line
           write report-line
           open input PRV-LOCKER-RPT
           if PRV-LOCKER-status = "00"
               move 'n' to eof
               perform until eof = 'y'
                   read PRV-LOCKER-RPT
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to lockerLines
                           move spaces to report-line
                           string "  " locker-line
                               delimited by size into report-line
                           write report-line
                   end-read
               end-perform
           else
               move spaces to report-line
               string "  No locker sweep output."
                   delimited by size into report-line
               write report-line
           end-if
           close PRV-LOCKER-RPT.
