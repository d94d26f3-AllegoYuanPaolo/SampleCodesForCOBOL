        IDENTIFICATION DIVISION.
        PROGRAM-ID. deferredRevenue.
      *> Monthly deferred dues revenue rollforward. A dues charge
      *> (journal type "C", from joining, renewIndexed or
      *> autoRenewRun) is earned month by month over the member's
      *> term, not in the month it is billed. For every dues charge
      *> on data/PAYMENTS.dat -- and in the year archives, so a
      *> term billed last year still runs off -- the charge is
      *> spread evenly over the term the member's type carried on
      *> TYPERULES.dat on the day it was billed (a never-expiring
      *> type, or no term, is earned the month it is billed), the
      *> last month taking the rounding. Adjustments, write-offs
      *> and refunds come off what is still deferred for the
      *> member, newest charge first, and stop it being earned.
      *> The month's opening balance, new billings, amounts
      *> recognized, reductions and closing balance print by
      *> membership type to data/DEFERRED_REVENUE.rpt (spooled),
      *> and the month's entries go to data/DEFREV_GL.csv in the
      *> layout glExtract writes for the accounting package.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   COPY GLMAPSEL.
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
                       assign to "data/DEFPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/DEFPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/DEFSORT.tmp".
                   select ROLLFORWARD-RPT
                       assign to "data/DEFERRED_REVENUE.rpt"
                       organization is line sequential.
                   select GL-CSV
                       assign to "data/DEFREV_GL.csv"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd GLMAP.
                   COPY GLMAPFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickMemberId pic 9(7).
                       02 pickDate pic 9(8).
                       02 pickReceipt pic 9(7).
                       02 pickType pic x.
                       02 pickAmount pic 9(5)v99.
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortMemberId pic 9(7).
                       02 sortDate pic 9(8).
                       02 sortReceipt pic 9(7).
                       02 filler pic x(8).
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtMemberId pic 9(7).
                       02 srtDate pic 9(8).
                       02 srtReceipt pic 9(7).
                       02 srtType pic x.
                       02 srtAmount pic 9(5)v99.
               fd ROLLFORWARD-RPT.
                   01 report-line pic x(100).
               fd GL-CSV.
                   01 csv-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 today-parts redefines todayDate.
                   02 todayYYYY pic 9(4).
                   02 filler pic 9(4).
               01 reportPeriod pic 9(6).
               01 report-period-parts redefines reportPeriod.
                   02 reportYear pic 9(4).
                   02 reportMonth pic 9(2).
               01 reportEnd pic 9(8).
               01 reportMonthNo pic 9(6).
               01 archiveYear pic 9(4).
               01 lastArchiveYear pic 9(4).
               01 archiveFileName pic x(28).
               01 rowsRead pic 9(7) value 0.
               01 rowsPicked pic 9(7) value 0.
               01 membersProcessed pic 9(7) value 0.
               01 currentMember pic 9(7) value 0.
               01 memberType pic x.
               01 rowMonthNo pic 9(6).
               01 row-date-parts.
                   02 rowYYYY pic 9(4).
                   02 rowMM pic 9(2).
                   02 rowDD pic 9(2).
               01 simMonth pic 9(6).
               01 chargeIdx pic 99.
               01 chargeCount pic 99.
               01 charge-Table.
                   02 charge-Entry occurs 40 times.
                       03 chgStartMonth pic 9(6).
                       03 chgMonthsLeft pic 9(3).
                       03 chgRemaining pic s9(7)v99.
               01 termMonths pic 9(3).
               01 monthShare pic s9(7)v99.
               01 reductionLeft pic s9(7)v99.
               01 deferredNow pic s9(7)v99.
               01 member-figures.
                   02 memOpening pic s9(7)v99.
                   02 memBilled pic s9(7)v99.
                   02 memRecognized pic s9(7)v99.
                   02 memReduced pic s9(7)v99.
                   02 memClosing pic s9(7)v99.
               01 typeIdx pic 99.
               01 typeSlot pic 99.
               01 typeSlots pic 99 value 0.
               01 slotFound pic x.
               01 type-Roll-Table.
                   02 type-Roll-Entry occurs 10 times.
                       03 rollType pic x.
                       03 rollOpening pic s9(9)v99.
                       03 rollBilled pic s9(9)v99.
                       03 rollRecognized pic s9(9)v99.
                       03 rollReduced pic s9(9)v99.
                       03 rollClosing pic s9(9)v99.
               01 grand-roll.
                   02 grOpening pic s9(9)v99 value 0.
                   02 grBilled pic s9(9)v99 value 0.
                   02 grRecognized pic s9(9)v99 value 0.
                   02 grReduced pic s9(9)v99 value 0.
                   02 grClosing pic s9(9)v99 value 0.
               01 amountEdit pic -(8)9.99.
               01 amountText pic 9(9).99.
               01 revenueAccount pic x(8) value "4100".
               01 deferredAccount pic x(8).
               01 deferredAcctNo pic 9(7).
               COPY GETPARM.
               COPY FINDPARM.
               COPY TYPRULPARM.
               COPY SPOOLPARM.
               COPY CTRLPARM.
               COPY PAYJNLSTAT.
               COPY GLMAPSTAT.
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".

        PROCEDURE DIVISION.
      *> The training copy never feeds the revenue schedule.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- the deferred revenue"
                       " rollforward is not run against it."
               goback
           end-if

           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal
      *> -- roll forward the month that has just closed.
           if batchRunActive = 'y'
               move 0 to reportPeriod
           else
               display "Rollforward for month (YYYYMM, 0 = last"
                       " month): " no advancing
               move 0 to reportPeriod
               accept reportPeriod
           end-if
      *> January steps back to December of the year before:
      *> YYYY01 less 89 is (YYYY-1)12.
           if reportPeriod = 0
               move todayDate(1:6) to reportPeriod
               if reportPeriod(5:2) = "01"
                   subtract 89 from reportPeriod
               else
                   subtract 1 from reportPeriod
               end-if
           end-if
           compute reportEnd = reportPeriod * 100 + 31
           compute reportMonthNo = reportYear * 12 + reportMonth - 1

      *> The deferred account is an operating parameter; revenue
      *> is wherever GLMAP sends a dues charge.
           move "DEFERREDACCT" to getParmName
           move 2400 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to deferredAcctNo
           move spaces to deferredAccount
           move deferredAcctNo to deferredAccount
           inspect deferredAccount replacing leading "0" by " "
           move function trim(deferredAccount) to deferredAccount

           open input GLMAP
           if GLMAP-status-ok
               move "C" to glPaymentType
               read GLMAP key is glPaymentType
                   invalid key
                       continue
                   not invalid key
                       move glCreditAccount to revenueAccount
               end-read
           end-if
           close GLMAP

      *> Pass 1: the dues charges and reductions up to the month's
      *> end, from the live journal and the archives a term billed
      *> up to two years back can still be running off from.
           open output PICKED-WORK
           open input PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               close PAYMENTS
               close PICKED-WORK
               add 1 to batchStepProblems
               goback
           end-if
           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       if paymentDate of PAYJNL-rec <= reportEnd
                           move paymentMemberId of PAYJNL-rec
                               to pickMemberId
                           move paymentDate of PAYJNL-rec to pickDate
                           move receiptNumber of PAYJNL-rec
                               to pickReceipt
                           move paymentType of PAYJNL-rec to pickType
                           move paymentAmount of PAYJNL-rec
                               to pickAmount
                           perform pick-one-row
                       end-if
               end-read
           end-perform
           close PAYMENTS

           compute archiveYear = reportYear - 2
           compute lastArchiveYear = todayYYYY - 1
           if lastArchiveYear > reportYear
               move reportYear to lastArchiveYear
           end-if
           perform until archiveYear > lastArchiveYear
               perform pick-from-archive
               add 1 to archiveYear
           end-perform
           close PICKED-WORK

      *> Pass 2: each member's rows in date order.
           sort SORT-FILE
               on ascending key sortMemberId
               on ascending key sortDate
               on ascending key sortReceipt
               using PICKED-WORK
               giving PICKED-SORTED

      *> Pass 3: run each member's charges off month by month.
           open input PICKED-SORTED
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       if srtMemberId not = currentMember
                           if currentMember not = 0
                               perform finish-one-member
                           end-if
                           perform start-one-member
                       end-if
                       perform apply-one-row
               end-read
           end-perform
           if currentMember not = 0
               perform finish-one-member
           end-if
           close PICKED-SORTED

           perform print-rollforward
           perform export-recognition

           move "DEFREVENUE" to spoolReportName
           move "deferredRevenue" to spoolProgram
           move "data/DEFERRED_REVENUE.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           move "DEFREVENUE" to ctrlJobName
           move rowsRead to ctrlRead
           move rowsPicked to ctrlWritten
           move 0 to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           display "Deferred revenue rollforward for " reportPeriod
                   " complete."
           move grOpening to amountEdit
           display "  Opening:    " amountEdit
           move grBilled to amountEdit
           display "  Billed:     " amountEdit
           move grRecognized to amountEdit
           display "  Recognized: " amountEdit
           move grReduced to amountEdit
           display "  Reduced:    " amountEdit
           move grClosing to amountEdit
           display "  Closing:    " amountEdit
           display "Report written to data/DEFERRED_REVENUE.rpt"
           display "GL entries written to data/DEFREV_GL.csv"

       GOBACK.

      *> Dues charges defer; adjustments, write-offs and refunds
      *> reduce what is still deferred. Nothing else moves it.
       pick-one-row.
           evaluate pickType
               when "C"
               when "A"
               when "W"
               when "R"
                   write picked-rec
                   add 1 to rowsPicked
               when other
                   continue
           end-evaluate.

       pick-from-archive.
           move spaces to archiveFileName
           string "data/PAYJNL_" archiveYear ".dat"
               delimited by size into archiveFileName
           open input PAYJNL-ARCH
           if not ARCH-status-ok or ARCH-status = "05"
               close PAYJNL-ARCH
               exit paragraph
           end-if
           move 'n' to eof
           perform until eof = 'y'
               read PAYJNL-ARCH next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       if paymentDate of ARCH-rec <= reportEnd
                           move paymentMemberId of ARCH-rec
                               to pickMemberId
                           move paymentDate of ARCH-rec to pickDate
                           move receiptNumber of ARCH-rec
                               to pickReceipt
                           move paymentType of ARCH-rec to pickType
                           move paymentAmount of ARCH-rec
                               to pickAmount
                           perform pick-one-row
                       end-if
               end-read
           end-perform
           close PAYJNL-ARCH.

       start-one-member.
           move srtMemberId to currentMember
           add 1 to membersProcessed
           initialize charge-Table
           initialize member-figures
           move 0 to chargeCount
      *> The type the member holds now stands in for the type
      *> billed -- the rule row dated on the charge gives the term.
           move srtMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound = 'y'
               move findParmType to memberType
           else
               move "?" to memberType
           end-if
           move srtDate to row-date-parts
           compute simMonth = rowYYYY * 12 + rowMM - 2.

      *> Months before this row's month run off first, so a row
      *> lands in the month it belongs to before that month earns.
       apply-one-row.
           move srtDate to row-date-parts
           compute rowMonthNo = rowYYYY * 12 + rowMM - 1
           perform recognize-one-month
               until simMonth >= rowMonthNo - 1
           evaluate srtType
               when "C"
                   perform add-one-charge
               when other
                   perform reduce-deferred
           end-evaluate.

       add-one-charge.
           move memberType to ruleParmType
           move srtDate to ruleParmAsOfDate
           call "getTypeRule" using type-rule-parms
           evaluate true
               when ruleParmFound = 'y' and ruleParmExpires = "N"
                   move 1 to termMonths
               when ruleParmFound = 'y' and ruleParmTermMonths > 0
                   move ruleParmTermMonths to termMonths
               when ruleParmFound = 'y'
                   move 1 to termMonths
               when other
                   move 12 to termMonths
           end-evaluate
           if chargeCount < 40
               add 1 to chargeCount
               move rowMonthNo to chgStartMonth(chargeCount)
               move termMonths to chgMonthsLeft(chargeCount)
               move srtAmount to chgRemaining(chargeCount)
           else
               add srtAmount to chgRemaining(chargeCount)
           end-if
           if rowMonthNo = reportMonthNo
               add srtAmount to memBilled
           end-if.

      *> Newest charge first -- a write-off or refund is against
      *> the term most recently billed.
       reduce-deferred.
           move srtAmount to reductionLeft
           perform varying chargeIdx from chargeCount by -1
                   until chargeIdx < 1 or reductionLeft = 0
               if chgRemaining(chargeIdx) > 0
                   if reductionLeft >= chgRemaining(chargeIdx)
                       if rowMonthNo = reportMonthNo
                           add chgRemaining(chargeIdx) to memReduced
                       end-if
                       subtract chgRemaining(chargeIdx)
                           from reductionLeft
                       move 0 to chgRemaining(chargeIdx)
                       move 0 to chgMonthsLeft(chargeIdx)
                   else
                       if rowMonthNo = reportMonthNo
                           add reductionLeft to memReduced
                       end-if
                       subtract reductionLeft
                           from chgRemaining(chargeIdx)
                       move 0 to reductionLeft
                   end-if
               end-if
           end-perform.

       recognize-one-month.
           add 1 to simMonth
           perform varying chargeIdx from 1 by 1
                   until chargeIdx > chargeCount
               if chgMonthsLeft(chargeIdx) > 0
                   and chgStartMonth(chargeIdx) <= simMonth
                   compute monthShare rounded =
                       chgRemaining(chargeIdx)
                       / chgMonthsLeft(chargeIdx)
                   subtract monthShare from chgRemaining(chargeIdx)
                   subtract 1 from chgMonthsLeft(chargeIdx)
                   if simMonth = reportMonthNo
                       add monthShare to memRecognized
                   end-if
               end-if
           end-perform
      *> The month before the report month closes into its
      *> opening balance.
           if simMonth = reportMonthNo - 1
               perform sum-deferred-now
               move deferredNow to memOpening
           end-if.

       sum-deferred-now.
           move 0 to deferredNow
           perform varying chargeIdx from 1 by 1
                   until chargeIdx > chargeCount
               add chgRemaining(chargeIdx) to deferredNow
           end-perform.

       finish-one-member.
           perform recognize-one-month
               until simMonth >= reportMonthNo
           perform sum-deferred-now
           move deferredNow to memClosing

           move 0 to typeSlot
           move 'n' to slotFound
           perform varying typeIdx from 1 by 1
                   until typeIdx > typeSlots
                   or slotFound = 'y'
               if rollType(typeIdx) = memberType
                   move typeIdx to typeSlot
                   move 'y' to slotFound
               end-if
           end-perform
      *> More types than slots fold into the last row.
           if slotFound not = 'y' and typeSlots = 10
               move 10 to typeSlot
               move 'y' to slotFound
           end-if
           if slotFound not = 'y'
               add 1 to typeSlots
               move typeSlots to typeSlot
               move memberType to rollType(typeSlot)
               move 0 to rollOpening(typeSlot)
               move 0 to rollBilled(typeSlot)
               move 0 to rollRecognized(typeSlot)
               move 0 to rollReduced(typeSlot)
               move 0 to rollClosing(typeSlot)
           end-if
           add memOpening to rollOpening(typeSlot)
           add memBilled to rollBilled(typeSlot)
           add memRecognized to rollRecognized(typeSlot)
           add memReduced to rollReduced(typeSlot)
           add memClosing to rollClosing(typeSlot)
           add memOpening to grOpening
           add memBilled to grBilled
           add memRecognized to grRecognized
           add memReduced to grReduced
           add memClosing to grClosing.

       print-rollforward.
           open output ROLLFORWARD-RPT
           move spaces to report-line
           string "Deferred Dues Revenue Rollforward - " reportPeriod
               "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Type      Opening       Billed   Recognized"
               "      Reduced      Closing"
               delimited by size into report-line
           write report-line
           perform varying typeIdx from 1 by 1
                   until typeIdx > typeSlots
               move spaces to report-line
               string rollType(typeIdx) "   "
                   delimited by size into report-line
               move rollOpening(typeIdx) to amountEdit
               move amountEdit to report-line(3:13)
               move rollBilled(typeIdx) to amountEdit
               move amountEdit to report-line(16:13)
               move rollRecognized(typeIdx) to amountEdit
               move amountEdit to report-line(29:13)
               move rollReduced(typeIdx) to amountEdit
               move amountEdit to report-line(42:13)
               move rollClosing(typeIdx) to amountEdit
               move amountEdit to report-line(55:13)
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "All" to report-line(1:3)
           move grOpening to amountEdit
           move amountEdit to report-line(3:13)
           move grBilled to amountEdit
           move amountEdit to report-line(16:13)
           move grRecognized to amountEdit
           move amountEdit to report-line(29:13)
           move grReduced to amountEdit
           move amountEdit to report-line(42:13)
           move grClosing to amountEdit
           move amountEdit to report-line(55:13)
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Members with dues activity: " membersProcessed
               "   Deferred account " deferredAccount
               "  Revenue account " revenueAccount
               delimited by size into report-line
           write report-line
           close ROLLFORWARD-RPT.

      *> Billed dues move out of revenue into the deferred account;
      *> what the month earned, and what was reduced away, move
      *> back.
       export-recognition.
           open output GL-CSV
           move "period,account,debit,credit,description"
               to csv-line
           write csv-line
           if grBilled > 0
               move grBilled to amountText
               move spaces to csv-line
               string reportPeriod ","
                   function trim(revenueAccount) ","
                   amountText ",0.00,DUES DEFERRED"
                   delimited by size into csv-line
               write csv-line
               move spaces to csv-line
               string reportPeriod ","
                   function trim(deferredAccount) ","
                   "0.00," amountText ",DUES DEFERRED"
                   delimited by size into csv-line
               write csv-line
           end-if
           if grRecognized > 0
               move grRecognized to amountText
               move spaces to csv-line
               string reportPeriod ","
                   function trim(deferredAccount) ","
                   amountText ",0.00,DUES RECOGNIZED"
                   delimited by size into csv-line
               write csv-line
               move spaces to csv-line
               string reportPeriod ","
                   function trim(revenueAccount) ","
                   "0.00," amountText ",DUES RECOGNIZED"
                   delimited by size into csv-line
               write csv-line
           end-if
           if grReduced > 0
               move grReduced to amountText
               move spaces to csv-line
               string reportPeriod ","
                   function trim(deferredAccount) ","
                   amountText ",0.00,DEFERRED REDUCED"
                   delimited by size into csv-line
               write csv-line
               move spaces to csv-line
               string reportPeriod ","
                   function trim(revenueAccount) ","
                   "0.00," amountText ",DEFERRED REDUCED"
                   delimited by size into csv-line
               write csv-line
           end-if
           close GL-CSV.
