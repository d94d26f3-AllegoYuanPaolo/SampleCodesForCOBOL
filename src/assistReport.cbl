        IDENTIFICATION DIVISION.
        PROGRAM-ID. assistReport.
      *> Annual fee assistance (subsidy) report for the board and
      *> the funding grant. Totals the year's type "Y" journal rows
      *> -- the part of renewal and household charges an approved
      *> assistance application paid -- by membership type and
      *> branch (as the member stands today on findMember), with
      *> the number of assisted members and the subsidy given, and
      *> closes with where the year's applications on
      *> data/ASSIST.dat stand now. The journal for a closed year
      *> is read from its data/PAYJNL_<YYYY>.dat archive. The
      *> nightly calendar runs it in mid-January for the year just
      *> ended. Written to data/ASSIST_SUBSIDY.rpt and spooled,
      *> which enters it in the report catalog.
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
                   COPY ASSISTSEL.
                   select ASSIST-RPT
                       assign to "data/ASSIST_SUBSIDY.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
               fd ASSIST.
                   COPY ASSISTFD.
               fd ASSIST-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 reportYear pic 9(4).
               01 archiveFileName pic x(28).
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".
               01 rowMemberId pic 9(7).
               01 rowAmount pic 9(5)v99.
               01 rowType pic x.
               01 rowBranch pic x(4).
               01 subsidyRows pic 9(5) value 0.
               01 subsidyTotal pic 9(7)v99 value 0.
               01 membersAssisted pic 9(5) value 0.
               01 appsTaken pic 9(5) value 0.
               01 appsApproved pic 9(5) value 0.
               01 appsDeclined pic 9(5) value 0.
               01 appsWithdrawn pic 9(5) value 0.
               01 amountEdit pic z,zzz,zz9.99.
               01 slotIdx pic 9(3).
               01 slotFound pic x.
               01 groupSlots pic 9(3) value 0.
               01 seenIdx pic 9(4).
               01 seenFound pic x.
               01 seenSlots pic 9(4) value 0.
      *> One slot per membership type and branch with subsidy in
      *> the year.
               01 group-Tally-Table.
                   02 group-Tally-Entry occurs 100 times.
                       03 tallyType pic x.
                       03 tallyBranch pic x(4).
                       03 tallyRows pic 9(5).
                       03 tallyMembers pic 9(5).
                       03 tallyAmount pic 9(7)v99.
      *> Members already counted, so a member assisted on more
      *> than one charge counts once.
               01 member-Seen-Table.
                   02 member-Seen-Entry occurs 2000 times.
                       03 seenMemberId pic 9(7).
               COPY FINDPARM.
               COPY SPOOLPARM.
               COPY PAYJNLSTAT.
               COPY ASSISTSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal
      *> -- report the year that has just closed.
           if batchRunActive = 'y'
               move 0 to reportYear
           else
               display "Fee assistance subsidy for year (YYYY,"
                       " 0 = last year): " no advancing
               move 0 to reportYear
               accept reportYear
           end-if
           if reportYear = 0
               move todayDate(1:4) to reportYear
               subtract 1 from reportYear
           end-if

           perform scan-journal

           open output ASSIST-RPT
           move spaces to report-line
           string "Fee Assistance Subsidy - " reportYear
               "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "| Type | Branch | Charges | Members |      Subsidy |"
               to report-line
           write report-line
           perform varying slotIdx from 1 by 1
                   until slotIdx > groupSlots
               move tallyAmount(slotIdx) to amountEdit
               move spaces to report-line
               string "|  " tallyType(slotIdx)
                   "   | " tallyBranch(slotIdx)
                   "   |   " tallyRows(slotIdx)
                   " |   " tallyMembers(slotIdx)
                   " | " amountEdit " |"
                   delimited by size into report-line
               write report-line
           end-perform

           move subsidyTotal to amountEdit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Charges assisted: " subsidyRows
               "  Members assisted: " membersAssisted
               "  Subsidy given: " amountEdit
               delimited by size into report-line
           write report-line

           perform count-applications
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Applications taken in year: " appsTaken
               "  Approved: " appsApproved
               "  Declined: " appsDeclined
               "  Withdrawn: " appsWithdrawn
               delimited by size into report-line
           write report-line

           close ASSIST-RPT

           display "Fee assistance report written to"
                   " data/ASSIST_SUBSIDY.rpt"
           display "  Charges assisted: " subsidyRows
           display "  Members assisted: " membersAssisted
           display "  Subsidy given:    " amountEdit

           move "ASSISTANCE" to spoolReportName
           move "assistReport" to spoolProgram
           move "data/ASSIST_SUBSIDY.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

      *> The live journal, and the closed year's archive when the
      *> year-end close has rolled the year off.
       scan-journal.
           open input PAYMENTS
           if PAYJNL-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read PAYMENTS next record
                       at end
                           move 'y' to eof
                       not at end
                           if payment-assistance of PAYJNL-rec
                               and paymentDate of PAYJNL-rec(1:4)
                                   = reportYear
                               move paymentMemberId of PAYJNL-rec
                                   to rowMemberId
                               move paymentAmount of PAYJNL-rec
                                   to rowAmount
                               perform tally-one-subsidy
                           end-if
                   end-read
               end-perform
           end-if
           close PAYMENTS

           if reportYear < todayDate(1:4)
               move spaces to archiveFileName
               string "data/PAYJNL_" reportYear ".dat"
                   delimited by size into archiveFileName
               open input PAYJNL-ARCH
               if ARCH-status-ok and ARCH-status not = "05"
                   move 'n' to eof
                   perform until eof = 'y'
                       read PAYJNL-ARCH next record
                           at end
                               move 'y' to eof
                           not at end
                               if payment-assistance of ARCH-rec
                                   and paymentDate of ARCH-rec(1:4)
                                       = reportYear
                                   move paymentMemberId of ARCH-rec
                                       to rowMemberId
                                   move paymentAmount of ARCH-rec
                                       to rowAmount
                                   perform tally-one-subsidy
                               end-if
                       end-read
                   end-perform
               end-if
               close PAYJNL-ARCH
           end-if.

      *> A member no longer on file is reported under type "?"
      *> and branch "????" rather than dropped from the total.
       tally-one-subsidy.
           add 1 to subsidyRows
           add rowAmount to subsidyTotal

           move rowMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound = 'y'
               move findParmType to rowType
               move findParmBranch to rowBranch
           else
               move "?" to rowType
               move "????" to rowBranch
           end-if

           move 'n' to slotFound
           perform varying slotIdx from 1 by 1
                   until slotIdx > groupSlots
                   or slotFound = 'y'
               if tallyType(slotIdx) = rowType
                   and tallyBranch(slotIdx) = rowBranch
                   move 'y' to slotFound
               end-if
           end-perform
           if slotFound = 'y'
               subtract 1 from slotIdx
           else
               evaluate true
                   when groupSlots < 100
                       add 1 to groupSlots
                       move groupSlots to slotIdx
                       move rowType to tallyType(slotIdx)
                       move rowBranch to tallyBranch(slotIdx)
                       move 0 to tallyRows(slotIdx)
                       move 0 to tallyMembers(slotIdx)
                       move 0 to tallyAmount(slotIdx)
      *> A full table piles the rest into the last slot so the
      *> grand total still foots.
                   when other
                       move 100 to slotIdx
               end-evaluate
           end-if
           add 1 to tallyRows(slotIdx)
           add rowAmount to tallyAmount(slotIdx)

           move 'n' to seenFound
           perform varying seenIdx from 1 by 1
                   until seenIdx > seenSlots
                   or seenFound = 'y'
               if seenMemberId(seenIdx) = rowMemberId
                   move 'y' to seenFound
               end-if
           end-perform
           if seenFound not = 'y'
               add 1 to membersAssisted
               add 1 to tallyMembers(slotIdx)
               if seenSlots < 2000
                   add 1 to seenSlots
                   move rowMemberId to seenMemberId(seenSlots)
               end-if
           end-if.

       count-applications.
           open input ASSIST
           if not ASSIST-status-ok or ASSIST-status = "05"
               close ASSIST
               exit paragraph
           end-if
           move 'n' to eof
           perform until eof = 'y'
               read ASSIST next record
                   at end
                       move 'y' to eof
                   not at end
                       if assistAppliedDate(1:4) = reportYear
                           add 1 to appsTaken
                           evaluate true
                               when assist-approved
                                   add 1 to appsApproved
                               when assist-declined
                                   add 1 to appsDeclined
                               when assist-withdrawn
                                   add 1 to appsWithdrawn
                               when other
                                   continue
                           end-evaluate
                       end-if
               end-read
           end-perform
           close ASSIST.
