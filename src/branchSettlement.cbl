        IDENTIFICATION DIVISION.
        PROGRAM-ID. branchSettlement.
      *> Monthly inter-branch visit settlement. Every member's
      *> visits in the chosen month, by branch, come off the month's
      *> rows of the visit summary data/VISITSUM.dat and are matched
      *> against the member's home branch (through findMember); a
      *> visit at a branch other than home is a cross-branch visit,
      *> guest passes included. Each is priced at the visit rate
      *> of the reciprocal access rule for the member's type and
      *> home branch at the branch visited (through checkAccess),
      *> the same rate the desk surcharges; a type and home branch
      *> not under the rules, or a rule with no rate, settles at
      *> the CROSSRATECENTS parameter. The statement nets the two
      *> directions of each branch pair -- the number the branch
      *> managers take to their budget meeting instead of arguing.
      *> Written to data/BRANCH_SETTLEMENT.rpt and spooled so each
        environment division.
           input-output section.
               file-control.
                   COPY VISITSUMSEL.
                   select SETTLE-RPT
                       assign to "data/BRANCH_SETTLEMENT.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd VISITSUM.
                   COPY VISITSUMFD.
               fd SETTLE-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               01 slotFound pic x.
               01 branchSlots pic 99 value 0.
               01 lookupBranch pic x(4).
               01 netAmount pic s9(7)v99.
               01 useRate pic 9(5)v99.
               01 amountEdit pic z(6)9.99.
               01 rowVisits pic 9(7).
               01 useIdx pic 99.
               01 branch-Code-Table.
                   02 settleBranch pic x(4) occurs 10 times.
      *> crossCount(home, visited): visits by HOME's members at
               01 cross-Count-Table.
                   02 cross-Count-Row occurs 10 times.
                       03 crossCount pic 9(7) occurs 10 times.
      *> crossAmount(home, visited): the same visits priced.
               01 cross-Amount-Table.
                   02 cross-Amount-Row occurs 10 times.
                       03 crossAmount pic 9(7)v99 occurs 10 times.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SPOOLPARM.
               COPY ACCESSPARM.
               COPY VISITSUMSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
               move todayDate(1:6) to reportPeriod
           end-if

           initialize cross-Count-Table
           initialize cross-Amount-Table

      *> Per-visit settlement price in cents so the parameter
      *> file's whole numbers can carry it -- the price for
      *> visits the access rules do not price.
           move "CROSSRATECENTS" to getParmName
           move 500 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to crossRateCents
           compute crossRate = crossRateCents / 100

           open input VISITSUM
           evaluate true
               when VSUM-status-ok
                   continue
               when other
                   display "Unable to open VISITSUM file. Status: "
                           VSUM-status
                   goback
           end-evaluate

           move reportPeriod to vsumPeriod
           start VISITSUM key is equal to vsumPeriod
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VISITSUM next record
                   at end
                       move 'y' to eof
                   not at end
                       if vsumPeriod not = reportPeriod
                           move 'y' to eof
                       else
                           perform tally-one-member-month
                       end-if
               end-read
           end-perform

           close VISITSUM

           open output SETTLE-RPT
           move spaces to report-line
           string "Inter-Branch Settlement - " reportPeriod
               "  (access rule rates; " crossRate
               " per visit where none)"
               delimited by size into report-line
           write report-line
           move spaces to report-line

       GOBACK.

       tally-one-member-month.
           compute rowVisits = vsumVisitCount + vsumGuestCount
           add rowVisits to visitsRead
           move vsumMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
      *> Home branch unknowable -- count it so the managers know
      *> how much of the month could not be settled.
               add rowVisits to unmatchedVisits
               exit paragraph
           end-if

           perform varying useIdx from 1 by 1
                   until useIdx > vsumBranchCount
               perform tally-one-branch-use
           end-perform.

       tally-one-branch-use.
           if findParmBranch = vsumBranch(useIdx)
               exit paragraph
           end-if

           move findParmBranch to lookupBranch
           perform find-branch-slot
           move visitSlot to homeSlot
           move vsumBranch(useIdx) to lookupBranch
           perform find-branch-slot
           if homeSlot = 0 or visitSlot = 0
               exit paragraph
           end-if

           initialize access-parms
           move "L" to accessParmAction
           move vsumMemberId to accessParmMemberId
           move findParmType to accessParmType
           move findParmBranch to accessParmHomeBranch
           move vsumBranch(useIdx) to accessParmVisitBranch
           call "checkAccess" using access-parms
           if accessParmRuleFound = 'y' and accessParmRate > 0
               move accessParmRate to useRate
           else
               move crossRate to useRate
           end-if

           add vsumBranchVisits(useIdx)
               to crossCount(homeSlot, visitSlot)
           compute crossAmount(homeSlot, visitSlot) =
               crossAmount(homeSlot, visitSlot)
               + vsumBranchVisits(useIdx) * useRate
           add vsumBranchVisits(useIdx) to crossVisits.

       find-branch-slot.
           move 0 to visitSlot
               delimited by size into report-line
           write report-line

           move crossAmount(pairIdx, pairJdx) to amountEdit
           move spaces to report-line
           string "  " settleBranch(pairIdx)
               " members hosted at " settleBranch(pairJdx)
               ": " crossCount(pairIdx, pairJdx)
               "  worth " amountEdit
               delimited by size into report-line
           write report-line
           move crossAmount(pairJdx, pairIdx) to amountEdit
           move spaces to report-line
           string "  " settleBranch(pairJdx)
               " members hosted at " settleBranch(pairIdx)
               ": " crossCount(pairJdx, pairIdx)
               "  worth " amountEdit
               delimited by size into report-line
           write report-line

           compute netAmount =
               crossAmount(pairIdx, pairJdx)
               - crossAmount(pairJdx, pairIdx)

           move spaces to report-line
           evaluate true
               when netAmount > 0
                   string "  NET: " settleBranch(pairIdx)
                       " pays " settleBranch(pairJdx)
                       " " netAmount
                       delimited by size into report-line
               when netAmount < 0
                   compute netAmount = 0 - netAmount
                   string "  NET: " settleBranch(pairJdx)
                       " pays " settleBranch(pairIdx)
