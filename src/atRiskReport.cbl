        PROGRAM-ID. atRiskReport.
      *> Monthly at-risk early warning. For every Active member,
      *> compares the last ninety days of visits against the
      *> member's own prior ninety-day baseline, lists the sharp
      *> decliners and the zero-visit members on data/ATRISK.rpt,
      *> and rebuilds data/ATRISK.dat for letterRun's WEMISSYOU
      *> occasion -- the "we miss you" letter goes while there is
      *> still a renewal to save, not after lapseLifecycle has
      *> already moved them to Inactive. The counts come from the
      *> member's rows on the monthly visit summary
      *> data/VISITSUM.dat; only a month whose visits fall on both
      *> sides of a ninety-day boundary is counted visit by visit
      *> off the VISITS.dat member chain. The two periods are
      *> weighed as visits per day the member's home branch was
      *> open: days the closure calendar has it shut all day do
      *> not count, so a month of pool repairs is not read as the
      *> member drifting away.
        environment division.
           input-output section.
               file-control.
                   COPY ACMASEL.
                   COPY VISITSEL.
                   COPY VISITSUMSEL.
                   COPY ATRISKSEL.
                   select RISK-RPT
                       assign to "data/ATRISK.rpt"
                   COPY ACMAFD.
               fd VISITS.
                   COPY VISITFD.
               fd VISITSUM.
                   COPY VISITSUMFD.
               fd ATRISK.
                   COPY ATRISKFD.
               fd RISK-RPT.
               01 atRiskCount pic 9(5) value 0.
               01 declineFloor pic 9(7) value 4.
               01 reasonSave pic x(12).
               01 summaryEof pic x.
               01 rowVisits pic 9(7).
               01 recentOpenDays pic 9(3).
               01 priorOpenDays pic 9(3).
               01 recentEnd pic 9(8).
               01 openIdx pic 99.
               01 openSlots pic 99 value 0.
               01 openFound pic x.
      *> Open days per home branch, worked once per branch.
               01 open-Day-Table.
                   02 open-Day-Entry occurs 20 times.
                       03 openBranch pic x(4).
                       03 openRecent pic 9(3).
                       03 openPrior pic 9(3).
               COPY GETPARM.
               COPY CLOSEPARM.
               COPY ACMASTAT.
               COPY VISITSTAT.
               COPY VISITSUMSTAT.
               COPY ATRISKSTAT.

        PROCEDURE DIVISION.
           compute workDays = workDays - 90
           compute priorStart =
               function date-of-integer(workDays)
           compute workDays = workDays + 89
           compute recentEnd =
               function date-of-integer(workDays)

           open input ACMA
           evaluate true
                   goback
           end-evaluate

           open input VISITSUM
           evaluate true
               when VSUM-status-ok
                   continue
               when other
                   display "Unable to open VISITSUM file. Status: "
                           VSUM-status
                   close ACMA
                   close VISITS
                   goback
           end-evaluate

      *> Each run rebuilds the list from scratch -- last month's
      *> at-risk members who came back simply drop off.
           open output ATRISK

           close ACMA
           close VISITS
           close VISITSUM
           close ATRISK
           close RISK-RPT


       GOBACK.

      *> The member's summary months from the one holding the
      *> prior period's start bucket the last ninety days against
      *> the ninety before them.
       weigh-one-member.
           move 0 to recentCount
           move 0 to priorCount
           move 'n' to summaryEof
           move memberId to vsumMemberId
           move priorStart(1:6) to vsumPeriod
           start VISITSUM key is not less than vsumKey
               invalid key
                   move 'y' to summaryEof
           end-start
           perform until summaryEof = 'y'
               read VISITSUM next record
                   at end
                       move 'y' to summaryEof
                   not at end
                       if vsumMemberId not = memberId
                           move 'y' to summaryEof
                       else
                           perform weigh-one-month
                       end-if
               end-read
           end-perform

           perform find-open-days

           move spaces to reasonSave
           evaluate true
               when recentOpenDays = 0 or priorOpenDays = 0
                   exit paragraph
               when recentCount = 0
                   move "ZEROVISITS" to reasonSave
               when priorCount >= declineFloor
                   and recentCount * priorOpenDays * 2
                       < priorCount * recentOpenDays
                   move "DECLINE" to reasonSave
               when other
                   exit paragraph
               " | " memberName
               " | recent " recentCount
               " | prior " priorCount
               " | open days " recentOpenDays "/" priorOpenDays
               " | " reasonSave " |"
               delimited by size into report-line
           write report-line
                   display "Unable to write at-risk row for "
                           memberId
           end-write.

      *> Only full closures take a day out; a branch shut part of
      *> the day was still open to visit.
       find-open-days.
           move 'n' to openFound
           perform varying openIdx from 1 by 1
                   until openIdx > openSlots
                   or openFound = 'y'
               if openBranch(openIdx) = branchCode
                   move 'y' to openFound
                   move openRecent(openIdx) to recentOpenDays
                   move openPrior(openIdx) to priorOpenDays
               end-if
           end-perform
           if openFound = 'y'
               exit paragraph
           end-if

           move "N" to closeParmAction
           move branchCode to closeParmBranch
           move recentStart to closeParmDate
           move todayDate to closeParmToDate
           call "checkClosure" using closure-parms
      *> Both periods are weighed as ninety days, as they always
      *> were, less the days shut.
           if closeParmFullDays >= 90
               move 0 to recentOpenDays
           else
               compute recentOpenDays = 90 - closeParmFullDays
           end-if
           move priorStart to closeParmDate
           move recentEnd to closeParmToDate
           call "checkClosure" using closure-parms
           compute priorOpenDays = 90 - closeParmFullDays

           if openSlots < 20
               add 1 to openSlots
               move branchCode to openBranch(openSlots)
               move recentOpenDays to openRecent(openSlots)
               move priorOpenDays to openPrior(openSlots)
           end-if.

      *> A month wholly inside one period counts from the summary;
      *> one that straddles a boundary needs its visits' dates.
       weigh-one-month.
           compute rowVisits = vsumVisitCount + vsumGuestCount
           evaluate true
               when vsumLastVisit < priorStart
                   continue
               when vsumFirstVisit >= recentStart
                   add rowVisits to recentCount
               when vsumFirstVisit >= priorStart
                   and vsumLastVisit < recentStart
                   add rowVisits to priorCount
               when other
                   perform weigh-month-detail
           end-evaluate.

       weigh-month-detail.
           move 'n' to browseEof
           move memberId to visitMemberId
           start VISITS key is equal to visitMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read VISITS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when visitMemberId not = memberId
                               move 'y' to browseEof
                           when visitDate(1:6) not = vsumPeriod
                               continue
                           when visitDate >= recentStart
                               add 1 to recentCount
                           when visitDate >= priorStart
                               add 1 to priorCount
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
