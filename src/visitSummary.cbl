        IDENTIFICATION DIVISION.
        PROGRAM-ID. visitSummary.
      *> Nightly visit summary step: folds the visits written to
      *> data/VISITS.dat since the last run into data/VISITSUM.dat,
      *> one row per member per month -- visit and guest counts,
      *> the branches used with the visits at each, and the first
      *> and last visit dates -- so the monthly utilization reports
      *> read a row per member-month instead of rescanning years of
      *> check-ins and door swipes. Visit ids ascend as visits are
      *> written (door swipes imported late included), so the
      *> highest id folded in, kept on data/VISITSUM_CONTROL.txt,
      *> marks where the next run starts. The first run (no control
      *> file) or a rebuild asked for at the terminal clears the
      *> summary and folds in the whole history -- run the rebuild
      *> once when the summary is introduced, and again after
      *> anything renumbers members on the visit history.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
                   COPY VISITSUMSEL.
                   select optional VSUM-CONTROL
                       assign to "data/VISITSUM_CONTROL.txt"
                       organization is line sequential
                       file status is VSUMCTL-status.
        DATA DIVISION.
           file section.
               fd VISITS.
                   COPY VISITFD.
               fd VISITSUM.
                   COPY VISITSUMFD.
               fd VSUM-CONTROL.
                   01 control-rec.
                       02 ctlLastVisitId pic 9(7).
                       02 filler pic x.
                       02 ctlLastRunDate pic 9(8).
            working-STORAGE SECTION.
               COPY BATCHCTX.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 lastVisitId pic 9(7) value 0.
               01 highVisitId pic 9(7) value 0.
               01 summaryMode pic x value "D".
                   88 mode-delta value "D".
                   88 mode-rebuild value "R".
               01 modeChoice pic x.
               01 visitsFolded pic 9(7) value 0.
               01 rowsAdded pic 9(7) value 0.
               01 rowsUpdated pic 9(7) value 0.
               01 rowsFailed pic 9(7) value 0.
               01 branchIdx pic 99.
               01 branchFound pic x.
               01 VSUMCTL-status pic xx.
               COPY CTRLPARM.
               COPY VISITSTAT.
               COPY VISITSUMSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Where the last run stopped; none on file means there is
      *> no summary yet and it is built from the whole history.
           open input VSUM-CONTROL
           if VSUMCTL-status = "00"
               read VSUM-CONTROL
                   at end
                       move "R" to summaryMode
                   not at end
                       move ctlLastVisitId to lastVisitId
               end-read
           else
               move "R" to summaryMode
           end-if
           close VSUM-CONTROL

      *> Under the nightly driver there is nobody at the terminal
      *> -- fold in the new visits, unless there is no starting
      *> point.
           if batchRunActive not = 'y' and mode-delta
               display "Visit summary: [D]elta after visit "
                       lastVisitId " or [R]ebuild from history? "
                       no advancing
               move "D" to modeChoice
               accept modeChoice
               move function upper-case(modeChoice) to modeChoice
               if modeChoice = "R"
      *> Clearing the summary is a supervisor's call; a console
      *> run carries no operator and passes.
                   if currentOperator not = spaces
                       and currentOperatorLevel not = "S"
                       and currentOperatorLevel not = "A"
                       display "Operator " currentOperator " is not"
                               " authorized to rebuild the summary."
                       goback
                   end-if
                   move "R" to summaryMode
               end-if
           end-if

           open input VISITS
           evaluate true
               when VISIT-status-ok
                   continue
               when other
                   display "Unable to open VISITS file. Status: "
                           VISIT-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           if mode-rebuild
               move 0 to lastVisitId
               open output VISITSUM
               close VISITSUM
           end-if
           open i-o VISITSUM
           if not VSUM-status-ok
               display "Unable to open VISITSUM file. Status: "
                       VSUM-status
               add 1 to batchStepProblems
               close VISITS
               goback
           end-if

           move lastVisitId to highVisitId
           move lastVisitId to visitId
           start VISITS key is greater than visitId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VISITS next record
                   at end
                       move 'y' to eof
                   not at end
                       perform fold-one-visit
               end-read
           end-perform

           close VISITS
           close VISITSUM

           open output VSUM-CONTROL
           move spaces to control-rec
           move highVisitId to ctlLastVisitId
           move todayDate to ctlLastRunDate
           write control-rec
           close VSUM-CONTROL

           if mode-rebuild
               display "Visit summary rebuilt from the whole history."
           else
               display "Visit summary brought up to date."
           end-if
           display "  Visits folded in:  " visitsFolded
           display "  Summary rows added:   " rowsAdded
           display "  Summary rows updated: " rowsUpdated
           display "  Last visit id:     " highVisitId

           move "VISITSUMMARY" to ctrlJobName
           move visitsFolded to ctrlRead
           compute ctrlWritten = rowsAdded + rowsUpdated
           move rowsFailed to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       fold-one-visit.
           add 1 to visitsFolded
           if visitId > highVisitId
               move visitId to highVisitId
           end-if

           move visitMemberId to vsumMemberId
           move visitDate(1:6) to vsumPeriod
           read VISITSUM key is vsumKey
               invalid key
                   initialize VSUM-rec
                   move visitMemberId to vsumMemberId
                   move visitDate(1:6) to vsumPeriod
                   move visitDate to vsumFirstVisit
                   move visitDate to vsumLastVisit
           end-read

      *> A guest row carries the guest's own name -- the sponsor's
      *> name and type come from the sponsor's own visits.
           if visit-guest
               add 1 to vsumGuestCount
               if vsumMemberType = space
                   move visitMemberType to vsumMemberType
               end-if
           else
               add 1 to vsumVisitCount
               move visitMemberName to vsumMemberName
               move visitMemberType to vsumMemberType
           end-if
           if visitDate < vsumFirstVisit
               move visitDate to vsumFirstVisit
           end-if
           if visitDate > vsumLastVisit
               move visitDate to vsumLastVisit
           end-if

           move 'n' to branchFound
           perform varying branchIdx from 1 by 1
                   until branchIdx > vsumBranchCount
                   or branchFound = 'y'
               if vsumBranch(branchIdx) = visitBranch
                   move 'y' to branchFound
                   add 1 to vsumBranchVisits(branchIdx)
               end-if
           end-perform
           if branchFound not = 'y'
               if vsumBranchCount < 10
                   add 1 to vsumBranchCount
                   move visitBranch to vsumBranch(vsumBranchCount)
                   move 1 to vsumBranchVisits(vsumBranchCount)
               else
                   add 1 to vsumOtherVisits
               end-if
           end-if

           if vsumVisitCount + vsumGuestCount = 1
               write VSUM-rec
                   invalid key
                       display "Unable to add summary row for "
                               vsumMemberId " " vsumPeriod
                       add 1 to rowsFailed
                   not invalid key
                       add 1 to rowsAdded
               end-write
           else
               rewrite VSUM-rec
                   invalid key
                       display "Unable to update summary row for "
                               vsumMemberId " " vsumPeriod
                       add 1 to rowsFailed
                   not invalid key
                       add 1 to rowsUpdated
               end-rewrite
           end-if.
