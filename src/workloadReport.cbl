        IDENTIFICATION DIVISION.
        PROGRAM-ID. workloadReport.
      *> Desk workload for staffing: what the desk staff actually
      *> did, where facilityUseReport shows only when members came.
      *> Combines data/AUDIT.log (and the month archives
      *> archiveAuditLog leaves) with the payments journal
      *> (data/PAYMENTS.dat and the closed years'
      *> data/PAYJNL_<YYYY>.dat) over a chosen date range, and
      *> counts transactions by branch, operator, weekday and hour
      *> of day, broken out by kind: adds, updates, payments,
      *> check-ins, charges, refunds (with voids) and other. The
      *> branch is the member's, found through findMember. Rows
      *> with no operator, the journal's sales tax companion rows
      *> and the types only the nightly steps post (late fees,
      *> installments, employer shares, bank returns, referral
      *> credits) are not desk work and are left out. Closes with
      *> each operator's average per shift -- a shift being a day
      *> they recorded any work -- and the busiest hours in which
      *> only one operator recorded any work. Written to
      *> data/DESK_WORKLOAD.rpt.
        environment division.
           input-output section.
               file-control.
                   select optional AUDIT-IN
                       assign using auditFileName
                       organization is line sequential
                       file status is AUDITIN-status.
                   COPY PAYJNLSEL.
                   select optional PAYJNL-ARCH
                       assign using archiveFileName
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of ARCH-rec
                       file status is ARCH-status.
                   select PICKED-WORK
                       assign to "data/WKLPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/WKLPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/WKLSORT.tmp".
                   select WORKLOAD-RPT
                       assign to "data/DESK_WORKLOAD.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd AUDIT-IN.
                   01 audit-line pic x(180).
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
      *> One row per desk transaction.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickDate pic 9(8).
                       02 pickHour pic 99.
                       02 pickOperator pic x(10).
                       02 pickKind pic 9.
                       02 pickBranch pic x(4).
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortDate pic 9(8).
                       02 sortHour pic 99.
                       02 sortOperator pic x(10).
                       02 filler pic x(5).
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtDate pic 9(8).
                       02 srtHour pic 99.
                       02 srtOperator pic x(10).
                       02 srtKind pic 9.
                       02 srtBranch pic x(4).
               fd WORKLOAD-RPT.
                   01 report-line pic x(100).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 fromDate pic 9(8).
               01 toDate pic 9(8).
               01 lineDate pic 9(8).
               01 lineOperator pic x(10).
               01 lineMemberId pic 9(7).
               01 lineKind pic 9.
               01 transactionsPicked pic 9(7) value 0.
               01 scanPeriod pic 9(6).
               01 scanYYYY pic 9(4).
               01 scanMM pic 9(2).
               01 endPeriod pic 9(6).
               01 scanYear pic 9(4).
               01 auditFileName pic x(28).
               01 archiveFileName pic x(28).
               01 AUDITIN-status pic xx.
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".
               01 kindIdx pic 9.
               01 slotIdx pic 99.
               01 slotFound pic x.
               01 branchSlots pic 99 value 0.
               01 operatorSlots pic 99 value 0.
               01 branchSlot pic 99.
               01 operatorSlot pic 99.
               01 dayNumber pic 9(7).
               01 visitDow pic 9.
               01 hourIdx pic 99.
               01 shownHour pic 99.
               01 linePos pic 999.
               01 rowLabel pic x(12).
               01 countShown pic zzzzz9.
               01 averageShown pic zzzz9.9.
               01 averageWork pic 9(5)v9.
               01 groupDate pic 9(8) value 0.
               01 groupHour pic 99 value 0.
               01 groupOperator pic x(10).
               01 groupOperators pic 9(3).
               01 groupCount pic 9(6).
               01 groupOpen pic x value 'n'.
               01 topIdx pic 99.
               01 moveIdx pic 99.
      *> Monday-first, as on facilityUseReport.
               01 dow-Name-List.
                   02 filler pic x(9) value "Monday".
                   02 filler pic x(9) value "Tuesday".
                   02 filler pic x(9) value "Wednesday".
                   02 filler pic x(9) value "Thursday".
                   02 filler pic x(9) value "Friday".
                   02 filler pic x(9) value "Saturday".
                   02 filler pic x(9) value "Sunday".
               01 dow-Name-Table redefines dow-Name-List.
                   02 dowName pic x(9) occurs 7 times.
      *> Eighth count in each row is the row's total.
               01 line-Counts.
                   02 lineCount pic 9(6) occurs 8 times.
               01 total-Counts.
                   02 totalCount pic 9(6) occurs 8 times.
               01 branch-Table.
                   02 branch-Entry occurs 10 times.
                       03 tblBranch pic x(4).
                       03 branchCount pic 9(6) occurs 8 times.
               01 operator-Table.
                   02 operator-Entry occurs 50 times.
                       03 tblOperator pic x(10).
                       03 operatorCount pic 9(6) occurs 8 times.
                       03 operatorShifts pic 9(4).
                       03 operatorLastDate pic 9(8).
               01 dow-Table.
                   02 dow-Entry occurs 7 times.
                       03 dowCount pic 9(6) occurs 8 times.
               01 hour-Table.
                   02 hour-Entry occurs 24 times.
                       03 hourCount pic 9(6) occurs 8 times.
      *> The ten busiest single-operator hours, busiest first.
               01 top-Table.
                   02 top-Entry occurs 10 times.
                       03 topDate pic 9(8).
                       03 topHour pic 99.
                       03 topOperator pic x(10).
                       03 topCount pic 9(6).
      *> Members already looked up, so findMember is called once
      *> per member rather than once per row.
               01 branchCacheSlots pic 9(3) value 0.
               01 cacheIdx pic 9(3).
               01 branch-Cache.
                   02 cache-Entry occurs 500 times.
                       03 cacheMemberId pic 9(7).
                       03 cacheBranch pic x(4).
               COPY FINDPARM.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Desk workload report"
           display "From date (YYYYMMDD, 0 = first of this month): "
                   no advancing
           move 0 to fromDate
           accept fromDate
           if fromDate = 0
               move todayDate to fromDate
               move "01" to fromDate(7:2)
           end-if
           display "To date (YYYYMMDD, 0 = today): " no advancing
           move 0 to toDate
           accept toDate
           if toDate = 0
               move todayDate to toDate
           end-if

           initialize branch-Table operator-Table dow-Table
               hour-Table top-Table total-Counts

      *> Pass 1: pick the desk transactions off both trails.
           open output PICKED-WORK
           perform pick-from-audit
           perform pick-from-payments
           close PICKED-WORK

      *> Pass 2: by hour, and by operator within the hour.
           sort SORT-FILE
               on ascending key sortDate
               on ascending key sortHour
               on ascending key sortOperator
               using PICKED-WORK
               giving PICKED-SORTED

      *> Pass 3: tally, with a control break on each hour.
           open input PICKED-SORTED
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       perform tally-one-transaction
               end-read
           end-perform
           if groupOpen = 'y'
               perform close-hour-group
           end-if
           close PICKED-SORTED

           open output WORKLOAD-RPT
           perform print-report
           close WORKLOAD-RPT

           display "Report written to data/DESK_WORKLOAD.rpt"
           display "Desk transactions counted: " transactionsPicked

       GOBACK.

      *> Walk the month archives the range touches, then the live
      *> log. A month with no archive file is simply skipped.
       pick-from-audit.
           move fromDate(1:6) to scanPeriod
           move toDate(1:6) to endPeriod
           perform until scanPeriod > endPeriod
               move spaces to auditFileName
               string "data/AUDIT_" scanPeriod ".log"
                   delimited by size into auditFileName
               perform scan-one-audit-file

               move scanPeriod(1:4) to scanYYYY
               move scanPeriod(5:2) to scanMM
               if scanMM = 12
                   add 1 to scanYYYY
                   move 1 to scanMM
               else
                   add 1 to scanMM
               end-if
               compute scanPeriod = scanYYYY * 100 + scanMM
           end-perform

           move "data/AUDIT.log" to auditFileName
           perform scan-one-audit-file.

       scan-one-audit-file.
           open input AUDIT-IN
           if AUDITIN-status = "00"
               move 'n' to eof
               perform until eof = 'y'
                   read AUDIT-IN
                       at end
                           move 'y' to eof
                       not at end
                           perform pick-one-audit-line
                   end-read
               end-perform
           end-if
           close AUDIT-IN.

      *> Positions are writeAudit's: date (1:8), time (10:8),
      *> operator (24:10), operation (35:10), member (49:7).
       pick-one-audit-line.
           if audit-line(1:8) not numeric
               or audit-line(10:2) not numeric
               exit paragraph
           end-if
           move audit-line(1:8) to lineDate
           if lineDate < fromDate or lineDate > toDate
               exit paragraph
           end-if
           move audit-line(24:10) to lineOperator
           if lineOperator = spaces
               exit paragraph
           end-if
           evaluate audit-line(35:10)
               when "ADD"
               when "GIFTADD"
                   move 1 to lineKind
               when "CHECKIN"
                   move 4 to lineKind
               when "DATAACCESS"
                   move 7 to lineKind
               when other
                   move 2 to lineKind
           end-evaluate
           move 0 to lineMemberId
           if audit-line(49:7) numeric
               move audit-line(49:7) to lineMemberId
           end-if
           move lineDate to pickDate
           move audit-line(10:2) to pickHour
           perform write-pick.

      *> The live journal, then each closed year's archive the
      *> range reaches into; a year with no archive is skipped.
       pick-from-payments.
           open input PAYMENTS
           if PAYJNL-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read PAYMENTS next record
                       at end
                           move 'y' to eof
                       not at end
                           if paymentDate of PAYJNL-rec >= fromDate
                               and paymentDate of PAYJNL-rec
                                   <= toDate
                               move PAYJNL-rec to ARCH-rec
                               perform pick-one-payment
                           end-if
                   end-read
               end-perform
           end-if
           close PAYMENTS

           move fromDate(1:4) to scanYear
           perform until scanYear >= todayDate(1:4)
               or scanYear > toDate(1:4)
               move spaces to archiveFileName
               string "data/PAYJNL_" scanYear ".dat"
                   delimited by size into archiveFileName
               perform scan-one-archive
               add 1 to scanYear
           end-perform.

       scan-one-archive.
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
                       if paymentDate of ARCH-rec >= fromDate
                           and paymentDate of ARCH-rec <= toDate
                           perform pick-one-payment
                       end-if
               end-read
           end-perform
           close PAYJNL-ARCH.

      *> Works from ARCH-rec, which the live journal's rows are
      *> copied into as well.
       pick-one-payment.
           move paymentOperator of ARCH-rec to lineOperator
           if lineOperator = spaces
               exit paragraph
           end-if
           evaluate paymentType of ARCH-rec
               when "P"
               when "D"
                   move 3 to lineKind
               when "C"
               when "E"
               when "G"
               when "H"
               when "K"
               when "M"
               when "O"
               when "S"
               when "U"
               when "Q"
                   move 5 to lineKind
               when "R"
               when "Z"
                   move 6 to lineKind
      *> The tax row rides with its sale, and these the nightly
      *> steps post.
               when "T"
               when "F"
               when "I"
               when "X"
               when "N"
               when "L"
                   exit paragraph
               when other
                   move 7 to lineKind
           end-evaluate
           move paymentMemberId of ARCH-rec to lineMemberId
           move paymentDate of ARCH-rec to pickDate
           move paymentTime of ARCH-rec(1:2) to pickHour
           perform write-pick.

       write-pick.
           if pickHour > 23
               move 23 to pickHour
           end-if
           move lineOperator to pickOperator
           move lineKind to pickKind
           perform find-member-branch
           write picked-rec
           add 1 to transactionsPicked.

       find-member-branch.
           move "????" to pickBranch
           if lineMemberId = 0
               exit paragraph
           end-if
           perform varying cacheIdx from 1 by 1
                   until cacheIdx > branchCacheSlots
               if cacheMemberId(cacheIdx) = lineMemberId
                   move cacheBranch(cacheIdx) to pickBranch
                   exit paragraph
               end-if
           end-perform
           move lineMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound = 'y'
               move findParmBranch to pickBranch
           end-if
           if branchCacheSlots < 500
               add 1 to branchCacheSlots
               move lineMemberId to cacheMemberId(branchCacheSlots)
               move pickBranch to cacheBranch(branchCacheSlots)
           end-if.

       tally-one-transaction.
           if groupOpen = 'y'
               and (srtDate not = groupDate or srtHour not = groupHour)
               perform close-hour-group
           end-if
           if groupOpen not = 'y'
               move 'y' to groupOpen
               move srtDate to groupDate
               move srtHour to groupHour
               move spaces to groupOperator
               move 0 to groupOperators
               move 0 to groupCount
           end-if
           if srtOperator not = groupOperator
               add 1 to groupOperators
               move srtOperator to groupOperator
           end-if
           add 1 to groupCount

           add 1 to totalCount(srtKind)
           add 1 to totalCount(8)

           perform find-branch-slot
           add 1 to branchCount(branchSlot, srtKind)
           add 1 to branchCount(branchSlot, 8)

           perform find-operator-slot
           add 1 to operatorCount(operatorSlot, srtKind)
           add 1 to operatorCount(operatorSlot, 8)
           if operatorLastDate(operatorSlot) not = srtDate
               add 1 to operatorShifts(operatorSlot)
               move srtDate to operatorLastDate(operatorSlot)
           end-if

      *> Day 1 of the date register (1601-01-01) was a Monday.
           compute dayNumber = function integer-of-date(srtDate)
           compute visitDow = function mod(dayNumber, 7)
           if visitDow = 0
               move 7 to visitDow
           end-if
           add 1 to dowCount(visitDow, srtKind)
           add 1 to dowCount(visitDow, 8)

           compute hourIdx = srtHour + 1
           add 1 to hourCount(hourIdx, srtKind)
           add 1 to hourCount(hourIdx, 8).

      *> An hour in which only one operator did anything goes in
      *> the busiest-ten table if it beats the quietest there.
       close-hour-group.
           move 'n' to groupOpen
           if groupOperators not = 1
               exit paragraph
           end-if
           perform varying topIdx from 1 by 1
                   until topIdx > 10
                   or groupCount > topCount(topIdx)
               continue
           end-perform
           if topIdx > 10
               exit paragraph
           end-if
           perform varying moveIdx from 10 by -1
                   until moveIdx <= topIdx
               move top-Entry(moveIdx - 1) to top-Entry(moveIdx)
           end-perform
           move groupDate to topDate(topIdx)
           move groupHour to topHour(topIdx)
           move groupOperator to topOperator(topIdx)
           move groupCount to topCount(topIdx).

      *> Branches past the tenth, and operators past the fiftieth,
      *> fold into the last slot rather than drop off the totals.
       find-branch-slot.
           move 'n' to slotFound
           perform varying slotIdx from 1 by 1
                   until slotIdx > branchSlots
                   or slotFound = 'y'
               if tblBranch(slotIdx) = srtBranch
                   move slotIdx to branchSlot
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y'
               if branchSlots < 10
                   add 1 to branchSlots
                   move srtBranch to tblBranch(branchSlots)
               end-if
               move branchSlots to branchSlot
           end-if.

       find-operator-slot.
           move 'n' to slotFound
           perform varying slotIdx from 1 by 1
                   until slotIdx > operatorSlots
                   or slotFound = 'y'
               if tblOperator(slotIdx) = srtOperator
                   move slotIdx to operatorSlot
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound not = 'y'
               if operatorSlots < 50
                   add 1 to operatorSlots
                   move srtOperator to tblOperator(operatorSlots)
               end-if
               move operatorSlots to operatorSlot
           end-if.

       print-report.
           move spaces to report-line
           string "Desk Workload - " fromDate " to " toDate
               "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Desk transactions: " transactionsPicked
               delimited by size into report-line
           write report-line

           move "By branch" to rowLabel
           perform print-heading
           perform varying slotIdx from 1 by 1
                   until slotIdx > branchSlots
               move tblBranch(slotIdx) to rowLabel
               move branch-Entry(slotIdx)(5:48) to line-Counts
               perform print-count-row
           end-perform
           move "All" to rowLabel
           move total-Counts to line-Counts
           perform print-count-row

           move "By operator" to rowLabel
           perform print-heading
           perform varying slotIdx from 1 by 1
                   until slotIdx > operatorSlots
               move tblOperator(slotIdx) to rowLabel
               move operator-Entry(slotIdx)(11:48) to line-Counts
               perform print-count-row
           end-perform

           move "By weekday" to rowLabel
           perform print-heading
           perform varying slotIdx from 1 by 1 until slotIdx > 7
               move dowName(slotIdx) to rowLabel
               move dow-Entry(slotIdx) to line-Counts
               perform print-count-row
           end-perform

           move "By hour" to rowLabel
           perform print-heading
           perform varying slotIdx from 1 by 1 until slotIdx > 24
               if hourCount(slotIdx, 8) > 0
                   compute shownHour = slotIdx - 1
                   move spaces to rowLabel
                   string shownHour ":00" delimited by size
                       into rowLabel
                   move hour-Entry(slotIdx) to line-Counts
                   perform print-count-row
               end-if
           end-perform

           perform print-shift-averages
           perform print-single-operator-hours.

       print-heading.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move rowLabel to report-line(1:12)
           move "    Adds Updates Payment Checkin  Charge  Refund"
               to report-line(13:48)
           move "   Other   Total" to report-line(61:16)
           write report-line.

       print-count-row.
           move spaces to report-line
           move rowLabel to report-line(1:12)
           perform varying kindIdx from 1 by 1 until kindIdx > 8
               move lineCount(kindIdx) to countShown
               compute linePos = 15 + (kindIdx - 1) * 8
               move countShown to report-line(linePos:6)
           end-perform
           write report-line.

       print-shift-averages.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Average per shift (a shift = a day the operator"
               " recorded any work)"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Operator     Shifts  Transactions  Per shift"
               delimited by size into report-line
           write report-line
           perform varying slotIdx from 1 by 1
                   until slotIdx > operatorSlots
               move 0 to averageWork
               if operatorShifts(slotIdx) > 0
                   compute averageWork rounded =
                       operatorCount(slotIdx, 8)
                       / operatorShifts(slotIdx)
               end-if
               move averageWork to averageShown
               move spaces to report-line
               string tblOperator(slotIdx) "   "
                   operatorShifts(slotIdx) "        "
                   operatorCount(slotIdx, 8) "    "
                   averageShown
                   delimited by size into report-line
               write report-line
           end-perform.

       print-single-operator-hours.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Busiest hours with only one operator at work"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Date     Hour   Operator    Transactions"
               delimited by size into report-line
           write report-line
           perform varying topIdx from 1 by 1
                   until topIdx > 10 or topCount(topIdx) = 0
               move spaces to report-line
               string topDate(topIdx) " " topHour(topIdx) ":00  "
                   topOperator(topIdx) "  " topCount(topIdx)
                   delimited by size into report-line
               write report-line
           end-perform
           if topCount(1) = 0
               move spaces to report-line
               string "  None in the range."
                   delimited by size into report-line
               write report-line
           end-if.
