      *> Monthly collections summary for the board: cases opened in
      *> the month, cases closed collected, cases written off, and
      *> the open caseload left standing -- the loop the aging run
      *> opens and duesPost closes, accounted for, club-wide and
      *> by the member's branch. Written to
      *> data/COLLECTIONS_SUMMARY.rpt, spooled as COLLSUMMARY and
      *> burst to the branches on the distribution list.
        environment division.
           input-output section.
               file-control.
               fd COLLCASES.
                   COPY COLLCASEFD.
               fd SUMMARY-RPT.
                   01 report-line pic x(90).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 writtenOffCount pic 9(5) value 0.
               01 writtenOffAmount pic 9(7)v99 value 0.
               01 stillOpenCount pic 9(5) value 0.
               01 placedCount pic 9(5) value 0.
               01 placedAmount pic 9(7)v99 value 0.
               01 recalledCount pic 9(5) value 0.
               01 withAgencyCount pic 9(5) value 0.
               01 caseBranch pic x(4).
               01 branchSlots pic 99 value 0.
               01 branchIdx pic 99.
      *> The same counts per branch, in the order branches turn
      *> up; a member no branch holds any longer counts under
      *> spaces.
               01 branch-Totals-Table.
                   02 branch-Totals-Entry occurs 50 times.
                       03 totBranch pic x(4).
                       03 totOpened pic 9(5).
                       03 totCollected pic 9(5).
                       03 totWrittenOff pic 9(5).
                       03 totStillOpen pic 9(5).
               COPY FINDPARM.
               COPY SPOOLPARM.
               COPY BURSTPARM.
               COPY COLLCASESTAT.

        PROCEDURE DIVISION.
           string "Open caseload now: " stillOpenCount
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Placed w/ agency:  " placedCount
               "  (balances " placedAmount ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Agency recalled:   " recalledCount
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "With agency now:   " withAgencyCount
               delimited by size into report-line
           write report-line

      *> One line per branch, the branch code in column 3, so
      *> burstReport can hand each branch its own line.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "By branch:"
               delimited by size into report-line
           write report-line
           perform varying branchIdx from 1 by 1
                   until branchIdx > branchSlots
               move spaces to report-line
               string "| " totBranch(branchIdx)
                   " | opened " totOpened(branchIdx)
                   " | collected " totCollected(branchIdx)
                   " | written off " totWrittenOff(branchIdx)
                   " | open now " totStillOpen(branchIdx) " |"
                   delimited by size into report-line
               write report-line
           end-perform
           close SUMMARY-RPT

           display "Summary written to"
                   "  written off " writtenOffCount
                   "  open now " stillOpenCount

           move "COLLSUMMARY" to spoolReportName
           move "collectionsSummary" to spoolProgram
           move "data/COLLECTIONS_SUMMARY.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           move "COLLSUMMARY" to burstReportName
           move "collectionsSummary" to burstProgram
           move "data/COLLECTIONS_SUMMARY.rpt" to burstSourceFile
           move 3 to burstBranchColumn
           call "burstReport" using burst-parms

       GOBACK.

       tally-one-case.
           if caseOpenedDate(1:6) = reportPeriod
               or case-open
               or (caseClosedDate not = 0
                   and caseClosedDate(1:6) = reportPeriod)
               perform find-case-branch
           end-if
           if caseOpenedDate(1:6) = reportPeriod
               add 1 to openedCount
               add caseBalanceAtOpen to openedAmount
               add 1 to totOpened(branchIdx)
           end-if
           if caseClosedDate not = 0
               and caseClosedDate(1:6) = reportPeriod
               evaluate true
                   when stage-collected
                       add 1 to collectedCount
                       add 1 to totCollected(branchIdx)
                   when stage-writtenoff
                       add 1 to writtenOffCount
                       add caseBalanceAtOpen to writtenOffAmount
                       add 1 to totWrittenOff(branchIdx)
                   when other
                       continue
               end-evaluate
           end-if
           if case-open
               add 1 to stillOpenCount
               add 1 to totStillOpen(branchIdx)
           end-if
           if casePlacedDate numeric
               and casePlacedDate(1:6) = reportPeriod
               add 1 to placedCount
               add caseBalanceAtOpen to placedAmount
           end-if
           if stage-recalled and caseClosedDate(1:6) = reportPeriod
               add 1 to recalledCount
           end-if
           if stage-placed
               add 1 to withAgencyCount
           end-if.

      *> Leaves branchIdx on the case member's branch row, adding
      *> the row the first time a branch turns up.
       find-case-branch.
           move spaces to caseBranch
           move caseMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound = 'y'
               move findParmBranch to caseBranch
           end-if
           perform varying branchIdx from 1 by 1
                   until branchIdx > branchSlots
                   or totBranch(branchIdx) = caseBranch
               continue
           end-perform
      *> Past fifty branches the rest pile into the last row.
           evaluate true
               when branchIdx <= branchSlots
                   continue
               when branchSlots >= 50
                   move 50 to branchIdx
               when other
                   add 1 to branchSlots
                   move branchSlots to branchIdx
                   move caseBranch to totBranch(branchIdx)
                   move 0 to totOpened(branchIdx)
                   move 0 to totCollected(branchIdx)
                   move 0 to totWrittenOff(branchIdx)
                   move 0 to totStillOpen(branchIdx)
           end-evaluate.
