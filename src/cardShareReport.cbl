        IDENTIFICATION DIVISION.
        PROGRAM-ID. cardShareReport.
      *> Nightly card sharing and pass-back exceptions over
      *> data/VISITS.dat, desk check-ins and door swipes alike:
      *>   - the same member in twice at one branch inside
      *>     CARDSHAREMINUTES (default 30) without having left;
      *>   - the same member in at two different branches closer
      *>     together than CARDTRAVELMINUTES (default 45);
      *>   - a door swipe on the member's card while the visit
      *>     file has them inside from a desk check-in;
      *>   - a sponsor whose guests came under GUESTNAMEMAX
      *>     (default 4) or more different names over the last
      *>     GUESTNAMEDAYS (default 90) days, one of them in the
      *>     nights examined.
      *> Each flagged member is listed with the visit lines behind
      *> the flag for a manager to review. Nights flagged are kept
      *> per member on data/CARDSHARE.dat; at CARDSHAREREPEAT
      *> (default 3) the member is shown as a repeat offender, for
      *> a manager to mark for a conversation at cardShareDesk.
      *> The nightly run looks at yesterday and today. Written to
      *> data/CARD_SHARING.rpt and spooled.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
                   COPY CSHARESEL.
                   select PICKED-WORK
                       assign to "data/CSHPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/CSHPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/CSHSORT.tmp".
                   select SHARING-RPT
                       assign to "data/CARD_SHARING.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd VISITS.
                   COPY VISITFD.
               fd CARDSHARE.
                   COPY CSHAREFD.
      *> "V" rows are the members' own visits, ordered by date and
      *> time; "G" rows are guest visits under their sponsor,
      *> ordered by guest name.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickKind pic x.
                       02 pickMemberId pic 9(7).
                       02 pickOrder pic x(16).
                       02 pickVisitId pic 9(7).
                       02 pickName pic x(16).
                       02 pickDate pic 9(8).
                       02 pickInTime pic 9(4).
                       02 pickOutTime pic 9(4).
                       02 pickExitSource pic x.
                       02 pickEntrySource pic x.
                       02 pickBranch pic x(4).
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortKind pic x.
                       02 sortMemberId pic 9(7).
                       02 sortOrder pic x(16).
                       02 filler pic x(45).
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtKind pic x.
                       02 srtMemberId pic 9(7).
                       02 srtOrder pic x(16).
                       02 srtVisitId pic 9(7).
                       02 srtName pic x(16).
                       02 srtDate pic 9(8).
                       02 srtInTime pic 9(4).
                       02 srtOutTime pic 9(4).
                       02 srtExitSource pic x.
                       02 srtEntrySource pic x.
                       02 srtBranch pic x(4).
               fd SHARING-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 fromDate pic 9(8).
               01 toDate pic 9(8).
               01 guestFromDate pic 9(8).
               01 sameBranchMinutes pic 9(7) value 30.
               01 travelMinutes pic 9(7) value 45.
               01 guestNameMax pic 9(7) value 4.
               01 guestNameDays pic 9(7) value 90.
               01 repeatLimit pic 9(7) value 3.
               01 rowsPicked pic 9(7) value 0.
               01 groupsExamined pic 9(7) value 0.
               01 groupsFlagged pic 9(7) value 0.
               01 membersFlagged pic 9(5) value 0.
               01 repeatOffenders pic 9(5) value 0.
               01 groupKind pic x value space.
               01 groupMemberId pic 9(7) value 0.
               01 groupDate pic 9(8) value 0.
               01 groupFlagged pic x.
               01 memberHeaderDone pic x.
               01 flagReason pic x(30).
               01 rowIdx pic 99.
               01 pairIdx pic 99.
               01 printIdx pic 99.
               01 rowCount pic 99 value 0.
               01 guestNames pic 9(3).
               01 recentGuest pic x.
               01 lastGuestName pic x(16).
               01 timeParts.
                   02 timeHH pic 99.
                   02 timeMM pic 99.
               01 firstIn pic 9(4).
               01 firstOut pic 9(4).
               01 secondIn pic 9(4).
               01 gapMinutes pic s9(5).
               01 outShown pic x(5).
               01 entryShown pic x(5).
      *> One member-day of visits, or one sponsor's guest visits;
      *> fifty is far past anything honest.
               01 group-Table.
                   02 group-Row occurs 50 times.
                       03 grpVisitId pic 9(7).
                       03 grpName pic x(16).
                       03 grpDate pic 9(8).
                       03 grpInTime pic 9(4).
                       03 grpOutTime pic 9(4).
                       03 grpExitSource pic x.
                       03 grpEntrySource pic x.
                       03 grpBranch pic x(4).
               COPY GETPARM.
               COPY FINDPARM.
               COPY CTRLPARM.
               COPY SPOOLPARM.
               COPY VISITSTAT.
               COPY CSHARESTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           move "CARDSHAREMINUTES" to getParmName
           move 30 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to sameBranchMinutes
           move "CARDTRAVELMINUTES" to getParmName
           move 45 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to travelMinutes
           move "GUESTNAMEMAX" to getParmName
           move 4 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to guestNameMax
           move "GUESTNAMEDAYS" to getParmName
           move 90 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to guestNameDays
           move "CARDSHAREREPEAT" to getParmName
           move 3 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to repeatLimit

      *> Under the nightly driver there is nobody at the terminal
      *> -- the door log just imported covers last night, so
      *> yesterday and today are examined.
           move 0 to fromDate
           move 0 to toDate
           if batchRunActive not = 'y'
               display "Card sharing exceptions"
               display "From date (YYYYMMDD, 0 = yesterday): "
                       no advancing
               accept fromDate
               display "To date (YYYYMMDD, 0 = today): "
                       no advancing
               accept toDate
           end-if
           if fromDate = 0
               compute fromDate = function date-of-integer
                   (function integer-of-date(todayDate) - 1)
           end-if
           if toDate = 0
               move todayDate to toDate
           end-if
           compute guestFromDate = function date-of-integer
               (function integer-of-date(toDate) - guestNameDays)

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

      *> Pass 1: pick the members' visits in the nights examined
      *> and the guest visits over the longer guest look-back.
           open output PICKED-WORK
           perform until eof = 'y'
               read VISITS next record
                   at end
                       move 'y' to eof
                   not at end
                       perform pick-one-visit
               end-read
           end-perform
           close VISITS
           close PICKED-WORK

      *> Pass 2: guests by sponsor and name, visits by member and
      *> time of day.
           sort SORT-FILE
               on ascending key sortKind
               on ascending key sortMemberId
               on ascending key sortOrder
               using PICKED-WORK
               giving PICKED-SORTED

           open i-o CARDSHARE
           if not CSHARE-status-ok
               display "Unable to open CARDSHARE file. Status: "
                       CSHARE-status
               add 1 to batchStepProblems
               goback
           end-if

           open output SHARING-RPT
           move spaces to report-line
           string "Card Sharing and Pass-back Exceptions - "
               fromDate " to " toDate "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Same branch inside " sameBranchMinutes
               " min; branches inside " travelMinutes
               " min; guests " guestNameMax "+ names in "
               guestNameDays " days"
               delimited by size into report-line
           write report-line

      *> Pass 3: a control break on each member-day or sponsor.
           open input PICKED-SORTED
           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       if rowCount > 0
                           and (srtKind not = groupKind
                                or srtMemberId not = groupMemberId
                                or (srtKind = "V"
                                    and srtDate not = groupDate))
                           perform examine-group
                       end-if
                       perform add-group-row
               end-read
           end-perform
           if rowCount > 0
               perform examine-group
           end-if
           close PICKED-SORTED

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Members flagged: " membersFlagged
               "  Repeat offenders: " repeatOffenders
               delimited by size into report-line
           write report-line

           close CARDSHARE
           close SHARING-RPT

           move "CARDSHARE" to ctrlJobName
           move groupsExamined to ctrlRead
           move groupsExamined to ctrlWritten
           move 0 to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           display "Card sharing report written to"
                   " data/CARD_SHARING.rpt"
           display "  Members flagged:  " membersFlagged
           display "  Repeat offenders: " repeatOffenders

           move "CARDSHARE" to spoolReportName
           move "cardShareReport" to spoolProgram
           move "data/CARD_SHARING.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

       pick-one-visit.
           if visitDate > toDate
               exit paragraph
           end-if
           initialize picked-rec
           if visit-guest
               if visitDate < guestFromDate
                   exit paragraph
               end-if
               move "G" to pickKind
               move visitMemberName to pickOrder
           else
               if visitDate < fromDate
                   exit paragraph
               end-if
               move "V" to pickKind
               move visitDate to pickOrder(1:8)
               move visitTime(1:4) to pickOrder(9:4)
           end-if
           move visitMemberId to pickMemberId
           move visitId to pickVisitId
           move visitMemberName to pickName
           move visitDate to pickDate
           move visitTime(1:4) to pickInTime
           if visit-exited
               move visitExitTime to pickOutTime
           else
               move 0 to pickOutTime
           end-if
           move visitExitSource to pickExitSource
           move visitEntrySource to pickEntrySource
           move visitBranch to pickBranch
           write picked-rec
           add 1 to rowsPicked.

       add-group-row.
           if rowCount = 0
               move srtKind to groupKind
               move srtMemberId to groupMemberId
               move srtDate to groupDate
           end-if
           if rowCount >= 50
               exit paragraph
           end-if
           add 1 to rowCount
           move srtVisitId to grpVisitId(rowCount)
           move srtName to grpName(rowCount)
           move srtDate to grpDate(rowCount)
           move srtInTime to grpInTime(rowCount)
           move srtOutTime to grpOutTime(rowCount)
           move srtExitSource to grpExitSource(rowCount)
           move srtEntrySource to grpEntrySource(rowCount)
           move srtBranch to grpBranch(rowCount).

       examine-group.
           add 1 to groupsExamined
           move 'n' to groupFlagged
           move 'n' to memberHeaderDone
           if groupKind = "G"
               perform examine-guests
           else
               perform varying rowIdx from 1 by 1
                       until rowIdx >= rowCount
                   perform varying pairIdx from rowIdx by 1
                           until pairIdx >= rowCount
                       perform examine-pair
                   end-perform
               end-perform
           end-if
           if groupFlagged = 'y'
               add 1 to groupsFlagged
           end-if
           move 0 to rowCount.

      *> rowIdx is the earlier visit, pairIdx + 1 the later one
      *> (the group comes in time order). A door swipe with the
      *> member inside from the desk is the strongest signal and
      *> is reported as that; otherwise the branch decides which
      *> interval applies. A visit closed before the next one
      *> began is a member who left and came back -- the nightly
      *> close-out's assumed exit standing in where none was
      *> taken; a visit still open counts as inside all day.
       examine-pair.
           move grpInTime(rowIdx) to timeParts
           compute firstIn = timeHH * 60 + timeMM
           move grpInTime(pairIdx + 1) to timeParts
           compute secondIn = timeHH * 60 + timeMM
           if grpExitSource(rowIdx) = "D" or "K" or "S" or "A"
               move grpOutTime(rowIdx) to timeParts
               compute firstOut = timeHH * 60 + timeMM
           else
               move 1439 to firstOut
           end-if
           move spaces to flagReason

           evaluate true
               when grpEntrySource(pairIdx + 1) = "S"
                   and grpEntrySource(rowIdx) not = "S"
                   and firstOut >= secondIn
                   move "door swipe while inside" to flagReason
               when grpBranch(rowIdx) = grpBranch(pairIdx + 1)
                   compute gapMinutes = secondIn - firstIn
                   if gapMinutes < sameBranchMinutes
                       and firstOut >= secondIn
                       move "in twice at one branch" to flagReason
                   end-if
               when other
                   if firstOut < 1439
                       compute gapMinutes = secondIn - firstOut
                   else
                       compute gapMinutes = secondIn - firstIn
                   end-if
                   if gapMinutes < travelMinutes
                       move "two branches inside travel time"
                           to flagReason
                   end-if
           end-evaluate
           if flagReason = spaces
               exit paragraph
           end-if

           perform flag-member
           move spaces to report-line
           string "  " flagReason
               delimited by size into report-line
           write report-line
           move rowIdx to printIdx
           perform print-group-row
           compute printIdx = pairIdx + 1
           perform print-group-row.

      *> The group comes sorted by guest name, so each change of
      *> name is one more different guest. Only a sponsor with a
      *> guest in the nights examined is reported, so the same
      *> history is not flagged again every night.
       examine-guests.
           move 0 to guestNames
           move 'n' to recentGuest
           move high-values to lastGuestName
           perform varying rowIdx from 1 by 1
                   until rowIdx > rowCount
               if grpName(rowIdx) not = lastGuestName
                   add 1 to guestNames
                   move grpName(rowIdx) to lastGuestName
               end-if
               if grpDate(rowIdx) >= fromDate
                   move 'y' to recentGuest
               end-if
           end-perform
           if guestNames < guestNameMax or recentGuest not = 'y'
               exit paragraph
           end-if

           move "guests under many names" to flagReason
           perform flag-member
           move spaces to report-line
           string "  " flagReason " (" guestNames " names since "
               guestFromDate ")"
               delimited by size into report-line
           write report-line
           perform varying rowIdx from 1 by 1
                   until rowIdx > rowCount
               move rowIdx to printIdx
               perform print-group-row
           end-perform.

      *> First flag for the member this run: count the night on
      *> CARDSHARE.dat -- a rerun the same day counts it once --
      *> and head the member's lines.
       flag-member.
           move 'y' to groupFlagged
           if memberHeaderDone = 'y'
               exit paragraph
           end-if
           move 'y' to memberHeaderDone

           move groupMemberId to cshMemberId
           read CARDSHARE key is cshMemberId
               invalid key
                   initialize CARDSHARE-rec
                   move groupMemberId to cshMemberId
                   if groupKind = "V"
                       move grpName(1) to cshMemberName
                   end-if
                   move todayDate to cshFirstFlagDate
                   move 1 to cshFlagCount
                   move todayDate to cshLastFlagDate
                   move flagReason to cshLastReason
                   write CARDSHARE-rec
                   add 1 to membersFlagged
               not invalid key
                   if cshLastFlagDate not = todayDate
                       add 1 to cshFlagCount
                       move todayDate to cshLastFlagDate
                       add 1 to membersFlagged
                   end-if
                   if groupKind = "V"
                       move grpName(1) to cshMemberName
                   end-if
                   move flagReason to cshLastReason
                   rewrite CARDSHARE-rec
           end-read
      *> A sponsor flagged only for guests has no visit row of
      *> their own here to take the name from.
           if cshMemberName = spaces
               move groupMemberId to findParmId
               call "findMember" using find-parms
               if findParmFound = 'y'
                   move findParmName to cshMemberName
                   rewrite CARDSHARE-rec
               end-if
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           evaluate true
               when csh-marked
                   string "Member " groupMemberId " " cshMemberName
                       "  nights flagged " cshFlagCount
                       "  ** MARKED for a conversation "
                       cshMarkedDate " **"
                       delimited by size into report-line
               when cshFlagCount >= repeatLimit
                   string "Member " groupMemberId " " cshMemberName
                       "  nights flagged " cshFlagCount
                       "  ** REPEAT -- mark at cardShareDesk **"
                       delimited by size into report-line
                   add 1 to repeatOffenders
               when other
                   string "Member " groupMemberId " " cshMemberName
                       "  nights flagged " cshFlagCount
                       delimited by size into report-line
           end-evaluate
           write report-line.

       print-group-row.
           if grpEntrySource(printIdx) = "S"
               move "door " to entryShown
           else
               move "desk " to entryShown
           end-if
           if grpExitSource(printIdx) = "D" or "K" or "S" or "A"
               move spaces to outShown
               string grpOutTime(printIdx)(1:2) ":"
                   grpOutTime(printIdx)(3:2)
                   delimited by size into outShown
           else
               move "open?" to outShown
           end-if
           move spaces to report-line
           string "    visit " grpVisitId(printIdx) " "
               grpDate(printIdx) " in " grpInTime(printIdx)(1:2) ":"
               grpInTime(printIdx)(3:2) " out " outShown " "
               entryShown grpBranch(printIdx) " " grpName(printIdx)
               delimited by size into report-line
           write report-line.
