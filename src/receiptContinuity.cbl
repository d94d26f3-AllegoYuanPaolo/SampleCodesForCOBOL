        IDENTIFICATION DIVISION.
        PROGRAM-ID. receiptContinuity.
      *> Nightly receipt-number continuity report for the auditors.
      *> Every receipt the desk issues comes off the one RECEIPT
      *> sequence, so the day's receipts on data/PAYMENTS.dat
      *> should run unbroken on from the highest one issued before
      *> it. This picks the day's rows (on the first of the month,
      *> the whole month just ended as well) from the live journal
      *> and last year's archive, sorts them by receipt number and
      *> lists every number missing from the run, any number found
      *> twice, and every void with its voided receipt, operator,
      *> approving supervisor and reason. Report goes to
      *> data/RECEIPT_CONTINUITY.rpt and is spooled, so each
      *> night's is kept.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   select optional PAYJNL-ARCH
                       assign using archiveFileName
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of ARCH-rec
                       alternate record key is
                           paymentMemberId of ARCH-rec
                           with duplicates
                       file status is ARCH-status.
                   select PICKED-WORK
                       assign to "data/RCPTPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/RCPTPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/RCPTSORT.tmp".
                   select CONTINUITY-RPT
                       assign to "data/RECEIPT_CONTINUITY.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickReceipt pic 9(7).
                       02 pickSource pic x.
                       02 pickDate pic 9(8).
                       02 pickType pic x.
                       02 pickMemberId pic 9(7).
                       02 pickAmount pic 9(5)v99.
                       02 pickOperator pic x(10).
                       02 pickApprovedBy pic x(10).
                       02 pickLinkReceipt pic 9(7).
                       02 pickVoidedType pic x.
                       02 pickVoidReason pic x(12).
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortReceipt pic 9(7).
                       02 sortSource pic x.
                       02 filler pic x(63).
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtReceipt pic 9(7).
                       02 srtSource pic x.
                       02 srtDate pic 9(8).
                       02 srtType pic x.
                       02 srtMemberId pic 9(7).
                       02 srtAmount pic 9(5)v99.
                       02 srtOperator pic x(10).
                       02 srtApprovedBy pic x(10).
                       02 srtLinkReceipt pic 9(7).
                       02 srtVoidedType pic x.
                       02 srtVoidReason pic x(12).
               fd CONTINUITY-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 today-parts redefines todayDate.
                   02 todayYYYY pic 9(4).
                   02 todayMM pic 9(2).
                   02 todayDD pic 9(2).
               01 periodStart pic 9(8).
               01 start-parts redefines periodStart.
                   02 startYYYY pic 9(4).
                   02 startMM pic 9(2).
                   02 startDD pic 9(2).
               01 archiveYear pic 9(4).
               01 archiveFileName pic x(28).
               01 archiveOpen pic x value 'n'.
               01 priorHigh pic 9(7) value 0.
               01 lastReceipt pic 9(7) value 0.
               01 gapFrom pic 9(7).
               01 gapTo pic 9(7).
               01 gapSize pic 9(7).
               01 rowsRead pic 9(7) value 0.
               01 rowsPicked pic 9(7) value 0.
               01 gapRuns pic 9(5) value 0.
               01 receiptsMissing pic 9(7) value 0.
               01 repeatCount pic 9(5) value 0.
               01 voidsListed pic 9(5) value 0.
               01 voidTotal pic 9(7)v99 value 0.
               COPY SPOOLPARM.
               COPY CTRLPARM.
               COPY PAYJNLSTAT.
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> The first of the month closes the month just ended, so
      *> the period reaches back to its first day.
           move todayDate to periodStart
           if todayDD = 1
               if todayMM = 1
                   compute startYYYY = todayYYYY - 1
                   move 12 to startMM
               else
                   compute startMM = todayMM - 1
               end-if
           end-if
           compute archiveYear = todayYYYY - 1
           move spaces to archiveFileName
           string "data/PAYJNL_" archiveYear ".dat"
               delimited by size into archiveFileName

           open input PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               add 1 to batchStepProblems
               goback
           end-if

      *> Last year's rows leave the live journal at year-end close;
      *> early in January they still carry the run-on number.
           open input PAYJNL-ARCH
           if ARCH-status-ok and ARCH-status not = "05"
               move 'y' to archiveOpen
           end-if

      *> Pass 1: pick the period's rows from both journals and note
      *> the highest receipt issued before it.
           open output PICKED-WORK
           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       perform pick-live-row
               end-read
           end-perform
           close PAYMENTS
           if archiveOpen = 'y'
               move 'n' to eof
               perform until eof = 'y'
                   read PAYJNL-ARCH next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to rowsRead
                           perform pick-archive-row
                   end-read
               end-perform
           end-if
           close PAYJNL-ARCH
           close PICKED-WORK

      *> Pass 2: receipt number order.
           sort SORT-FILE
               on ascending key sortReceipt
               on ascending key sortSource
               using PICKED-WORK
               giving PICKED-SORTED

      *> Pass 3: walk the run for gaps and repeats, then the voids.
           open input PICKED-SORTED
           open output CONTINUITY-RPT
           move spaces to report-line
           string "Receipt Continuity - " periodStart " to "
               todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Highest receipt before the period: " priorHigh
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Gaps and repeats ---"
               delimited by size into report-line
           write report-line

           move priorHigh to lastReceipt
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       perform check-one-receipt
               end-read
           end-perform
           close PICKED-SORTED
           if gapRuns = 0 and repeatCount = 0
               move spaces to report-line
               string "  None -- the receipts run unbroken."
                   delimited by size into report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Voids ---"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Void    Voided  Type Member  Amount   Operator"
               "   Approved   Reason"
               delimited by size into report-line
           write report-line
           open input PICKED-SORTED
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       if srtType = "Z"
                           perform print-one-void
                       end-if
               end-read
           end-perform
           close PICKED-SORTED
           if voidsListed = 0
               move spaces to report-line
               string "  No receipts voided."
                   delimited by size into report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Receipts in period: " rowsPicked
               "  Missing: " receiptsMissing
               "  Repeated: " repeatCount
               "  Voids: " voidsListed " totalling " voidTotal
               delimited by size into report-line
           write report-line
           close CONTINUITY-RPT

           move "RECEIPTS" to spoolReportName
           move "receiptContinuity" to spoolProgram
           move "data/RECEIPT_CONTINUITY.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           move "RECEIPTS" to ctrlJobName
           move rowsRead to ctrlRead
           move rowsPicked to ctrlWritten
           compute ctrlRejected = gapRuns + repeatCount
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           display "Receipt continuity " periodStart " to "
                   todayDate " complete."
           display "  Receipts:  " rowsPicked
           display "  Missing:   " receiptsMissing
           display "  Repeated:  " repeatCount
           display "  Voids:     " voidsListed
           display "Report written to data/RECEIPT_CONTINUITY.rpt"

       GOBACK.

       pick-live-row.
           if paymentDate of PAYJNL-rec < periodStart
               if receiptNumber of PAYJNL-rec > priorHigh
                   move receiptNumber of PAYJNL-rec to priorHigh
               end-if
               exit paragraph
           end-if
           if paymentDate of PAYJNL-rec > todayDate
               exit paragraph
           end-if
           move receiptNumber of PAYJNL-rec to pickReceipt
           move "L" to pickSource
           move paymentDate of PAYJNL-rec to pickDate
           move paymentType of PAYJNL-rec to pickType
           move paymentMemberId of PAYJNL-rec to pickMemberId
           move paymentAmount of PAYJNL-rec to pickAmount
           move paymentOperator of PAYJNL-rec to pickOperator
           move paymentApprovedBy of PAYJNL-rec to pickApprovedBy
           move paymentLinkReceipt of PAYJNL-rec to pickLinkReceipt
           move paymentVoidedType of PAYJNL-rec to pickVoidedType
           move paymentVoidReason of PAYJNL-rec to pickVoidReason
           write picked-rec
           add 1 to rowsPicked.

       pick-archive-row.
           if paymentDate of ARCH-rec < periodStart
               if receiptNumber of ARCH-rec > priorHigh
                   move receiptNumber of ARCH-rec to priorHigh
               end-if
               exit paragraph
           end-if
           if paymentDate of ARCH-rec > todayDate
               exit paragraph
           end-if
           move receiptNumber of ARCH-rec to pickReceipt
           move "A" to pickSource
           move paymentDate of ARCH-rec to pickDate
           move paymentType of ARCH-rec to pickType
           move paymentMemberId of ARCH-rec to pickMemberId
           move paymentAmount of ARCH-rec to pickAmount
           move paymentOperator of ARCH-rec to pickOperator
           move paymentApprovedBy of ARCH-rec to pickApprovedBy
           move paymentLinkReceipt of ARCH-rec to pickLinkReceipt
           move paymentVoidedType of ARCH-rec to pickVoidedType
           move paymentVoidReason of ARCH-rec to pickVoidReason
           write picked-rec
           add 1 to rowsPicked.

      *> A receipt below the run-on number, or one seen twice, is
      *> a repeat; a jump of more than one leaves numbers missing.
       check-one-receipt.
           if srtReceipt = lastReceipt and lastReceipt > 0
               add 1 to repeatCount
               move spaces to report-line
               string "  REPEATED receipt " srtReceipt
                   " (dated " srtDate ", type " srtType
                   ", member " srtMemberId ")"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if
           if srtReceipt < lastReceipt
               add 1 to repeatCount
               move spaces to report-line
               string "  OUT OF SEQUENCE receipt " srtReceipt
                   " dated " srtDate " -- below " priorHigh
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if
           if srtReceipt > lastReceipt + 1 and lastReceipt > 0
               compute gapFrom = lastReceipt + 1
               compute gapTo = srtReceipt - 1
               compute gapSize = gapTo - gapFrom + 1
               add 1 to gapRuns
               add gapSize to receiptsMissing
               move spaces to report-line
               string "  MISSING receipts " gapFrom " to " gapTo
                   " (" gapSize ")"
                   delimited by size into report-line
               write report-line
           end-if
           move srtReceipt to lastReceipt.

       print-one-void.
           add 1 to voidsListed
           add srtAmount to voidTotal
           move spaces to report-line
           string "  " srtReceipt " " srtLinkReceipt " " srtVoidedType
               "    " srtMemberId " " srtAmount " " srtOperator
               " " srtApprovedBy " " srtVoidReason
               delimited by size into report-line
           write report-line.
