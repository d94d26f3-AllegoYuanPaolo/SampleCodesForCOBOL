        IDENTIFICATION DIVISION.
        PROGRAM-ID. packageLiability.
      *> Month-end session package liability: every pack sold on
      *> data/MEMBERPKG.dat that still had sessions to give at the
      *> close of the month, valued at the price paid per session
      *> -- money finance holds as owed service until the session
      *> is taken. Sessions are counted off data/PKGUSE.dat as at
      *> month end, so a run days later still states the month as
      *> it closed; a pack past its use-by date carries nothing.
      *> Per package, the month's sales, redemptions and
      *> forfeits move the opening figure to the closing one. The
      *> nightly calendar runs it on the first for the month just
      *> ended. Written to data/PKG_LIABILITY.rpt and spooled.
        environment division.
           input-output section.
               file-control.
                   COPY MBRPKGSEL.
                   COPY PKGUSESEL.
                   select LIABILITY-RPT
                       assign to "data/PKG_LIABILITY.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd MEMBERPKG.
                   COPY MBRPKGFD.
               fd PKGUSE.
                   COPY PKGUSEFD.
               fd LIABILITY-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 useEof pic x.
               01 todayDate pic 9(8).
               01 reportPeriod pic 9(6).
               01 monthStart pic 9(8).
               01 monthEnd pic 9(8).
               01 nextMonthParts.
                   02 nextYYYY pic 9(4).
                   02 nextMM pic 9(2).
                   02 nextDD pic 9(2).
               01 nextMonthStart redefines nextMonthParts pic 9(8).
               01 usedToEnd pic 9(3).
               01 usedInMonth pic 9(3).
               01 sessionsLeft pic 9(3).
               01 sessionValue pic 9(5)v9(4).
               01 packValue pic 9(7)v99.
               01 packsListed pic 9(5) value 0.
               01 totalLeft pic 9(7) value 0.
               01 totalValue pic 9(9)v99 value 0.
               01 codeIdx pic 99.
               01 codeSlots pic 99 value 0.
               01 code-Table.
                   02 code-Entry occurs 20 times.
                       03 tblCode pic x(4).
                       03 tblSold pic 9(5).
                       03 tblSoldValue pic 9(7)v99.
                       03 tblRedeemed pic 9(5).
                       03 tblRedeemedValue pic 9(7)v99.
                       03 tblForfeit pic 9(5).
                       03 tblForfeitValue pic 9(7)v99.
                       03 tblLeft pic 9(7).
                       03 tblLeftValue pic 9(9)v99.
               01 lineValue pic 9(7)v99.
               COPY SPOOLPARM.
               COPY MBRPKGSTAT.
               COPY PKGUSESTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal
      *> -- state the month that has just closed.
           if batchRunActive = 'y'
               move 0 to reportPeriod
           else
               display "Liability at end of month (YYYYMM, 0 = last"
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
           compute monthStart = reportPeriod * 100 + 1
           move monthStart to nextMonthParts
           add 1 to nextMM
           if nextMM > 12
               move 1 to nextMM
               add 1 to nextYYYY
           end-if
           compute monthEnd = function date-of-integer
               (function integer-of-date(nextMonthStart) - 1)

           open input MEMBERPKG
           evaluate true
               when MBRPKG-status-ok
                   continue
               when other
                   display "Unable to open MEMBERPKG file. Status: "
                           MBRPKG-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate
           open input PKGUSE

           open output LIABILITY-RPT
           move spaces to report-line
           string "Session Package Liability - at close of "
               reportPeriod "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Receipt Code Member                     Sold    "
               " Use by   Bought Left          Value"
               delimited by size into report-line
           write report-line

           perform until eof = 'y'
               read MEMBERPKG next record
                   at end
                       move 'y' to eof
                   not at end
                       if mpkgPurchaseDate <= monthEnd
                           perform value-one-pack
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Packages holding sessions: " packsListed
               "  Sessions unredeemed: " totalLeft
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Unredeemed value (liability): " totalValue
               delimited by size into report-line
           write report-line

           perform print-code-summary

           close MEMBERPKG
           close PKGUSE
           close LIABILITY-RPT

           display "Package liability written to"
                   " data/PKG_LIABILITY.rpt"
           display "  Sessions unredeemed: " totalLeft
           display "  Liability:           " totalValue

           move "PKGLIABILITY" to spoolReportName
           move "packageLiability" to spoolProgram
           move "data/PKG_LIABILITY.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

       value-one-pack.
           perform find-code-slot
           compute sessionValue rounded =
               mpkgPrice / mpkgSessionsBought
           perform count-pack-sessions

           if mpkgPurchaseDate >= monthStart
               add 1 to tblSold(codeIdx)
               add mpkgPrice to tblSoldValue(codeIdx)
           end-if
           if usedInMonth > 0
               add usedInMonth to tblRedeemed(codeIdx)
               compute lineValue rounded = sessionValue * usedInMonth
               add lineValue to tblRedeemedValue(codeIdx)
           end-if

           compute sessionsLeft = mpkgSessionsBought - usedToEnd
      *> Past its use-by date at month end the pack owes nothing;
      *> the sessions it still held were forfeited in the month it
      *> ran out.
           if mpkgExpiry < monthEnd
               if mpkgExpiry >= monthStart and sessionsLeft > 0
                   add sessionsLeft to tblForfeit(codeIdx)
                   compute lineValue rounded =
                       sessionValue * sessionsLeft
                   add lineValue to tblForfeitValue(codeIdx)
               end-if
               exit paragraph
           end-if
           if sessionsLeft = 0
               exit paragraph
           end-if

           compute packValue rounded = sessionValue * sessionsLeft
           add 1 to packsListed
           add sessionsLeft to totalLeft
           add packValue to totalValue
           add sessionsLeft to tblLeft(codeIdx)
           add packValue to tblLeftValue(codeIdx)
           move spaces to report-line
           string mpkgReceipt " " mpkgCode " " mpkgMemberName
               " (" mpkgMemberId ") " mpkgPurchaseDate " "
               mpkgExpiry "   " mpkgSessionsBought "  "
               sessionsLeft "   " packValue
               delimited by size into report-line
           write report-line.

      *> Sessions off this pack taken up to month end, and those
      *> taken within the month.
       count-pack-sessions.
           move 0 to usedToEnd
           move 0 to usedInMonth
           if not PKGUSE-status-ok
               exit paragraph
           end-if
           move mpkgReceipt to pkgUseReceipt
           move 0 to pkgUseSeq
           start PKGUSE key is greater than pkgUseKey
               invalid key
                   exit paragraph
           end-start
           move 'n' to useEof
           perform until useEof = 'y'
               read PKGUSE next record
                   at end
                       move 'y' to useEof
                   not at end
                       if pkgUseReceipt not = mpkgReceipt
                           move 'y' to useEof
                       else
                           if pkgUseDate <= monthEnd
                               add 1 to usedToEnd
                               if pkgUseDate >= monthStart
                                   add 1 to usedInMonth
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

      *> Packages beyond the table's twenty fold into the last
      *> slot rather than dropping off the totals.
       find-code-slot.
           perform varying codeIdx from 1 by 1
                   until codeIdx > codeSlots
               if tblCode(codeIdx) = mpkgCode
                   exit paragraph
               end-if
           end-perform
           if codeSlots >= 20
               move 20 to codeIdx
               exit paragraph
           end-if
           add 1 to codeSlots
           move codeSlots to codeIdx
           move mpkgCode to tblCode(codeIdx).

       print-code-summary.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "By package for " reportPeriod
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Code  Sold       Value Redeemed       Value"
               " Forfeit       Value   Left     Liability"
               delimited by size into report-line
           write report-line
           perform varying codeIdx from 1 by 1
                   until codeIdx > codeSlots
               move spaces to report-line
               string tblCode(codeIdx) " " tblSold(codeIdx) " "
                   tblSoldValue(codeIdx) "    "
                   tblRedeemed(codeIdx) " "
                   tblRedeemedValue(codeIdx) "   "
                   tblForfeit(codeIdx) " "
                   tblForfeitValue(codeIdx) " "
                   tblLeft(codeIdx) " " tblLeftValue(codeIdx)
                   delimited by size into report-line
               write report-line
           end-perform.
