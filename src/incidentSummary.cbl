        IDENTIFICATION DIVISION.
        PROGRAM-ID. incidentSummary.
      *> Quarterly incident summary for the insurance renewal and
      *> the safety committee. For one calendar quarter picks the
      *> incidents on data/INCIDENTS.dat, sorts them by branch and
      *> location through an external SORT pass the way
      *> referralBoard ranks its referrers, and prints each
      *> location's count of incidents, injuries, first-aid cases,
      *> members without a current waiver and incidents still
      *> open, with branch subtotals and a grand total, to
      *> data/INCIDENT_SUMMARY.rpt. The report is spooled, so each
      *> quarter's summary is kept.
        environment division.
           input-output section.
               file-control.
                   COPY INCIDSEL.
                   select PICKED-WORK
                       assign to "data/INCPICK.tmp".
                   select PICKED-SORTED
                       assign to "data/INCPICK.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/INCSORT.tmp".
                   select SUMMARY-RPT
                       assign to "data/INCIDENT_SUMMARY.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd INCIDENTS.
                   COPY INCIDFD.
               fd PICKED-WORK.
                   01 picked-rec.
                       02 pickBranch pic x(4).
                       02 pickLocation pic x(16).
                       02 pickInjury pic x.
                       02 pickFirstAid pic x.
                       02 pickWaiver pic x.
                       02 pickStatus pic x.
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortBranch pic x(4).
                       02 sortLocation pic x(16).
                       02 sortInjury pic x.
                       02 sortFirstAid pic x.
                       02 sortWaiver pic x.
                       02 sortStatus pic x.
               fd PICKED-SORTED.
                   01 sorted-rec.
                       02 srtBranch pic x(4).
                       02 srtLocation pic x(16).
                       02 srtInjury pic x.
                       02 srtFirstAid pic x.
                       02 srtWaiver pic x.
                       02 srtStatus pic x.
               fd SUMMARY-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayMonth pic 9(2).
               01 reportYear pic 9(4).
               01 reportQuarter pic 9.
               01 quarterInput pic 9(5).
               01 firstMonth pic 9(2).
               01 lastMonth pic 9(2).
               01 quarterStart pic 9(8).
               01 quarterEnd pic 9(8).
               01 incidentsPicked pic 9(5) value 0.
               01 currentBranch pic x(4) value spaces.
               01 currentLocation pic x(16) value spaces.
               01 firstRow pic x value 'y'.
               01 location-totals.
                   02 locIncidents pic 9(5).
                   02 locInjuries pic 9(5).
                   02 locFirstAid pic 9(5).
                   02 locNoWaiver pic 9(5).
                   02 locOpen pic 9(5).
               01 branch-totals.
                   02 brIncidents pic 9(5).
                   02 brInjuries pic 9(5).
                   02 brFirstAid pic 9(5).
                   02 brNoWaiver pic 9(5).
                   02 brOpen pic 9(5).
               01 grand-totals.
                   02 grIncidents pic 9(5) value 0.
                   02 grInjuries pic 9(5) value 0.
                   02 grFirstAid pic 9(5) value 0.
                   02 grNoWaiver pic 9(5) value 0.
                   02 grOpen pic 9(5) value 0.
               COPY SPOOLPARM.
               COPY INCIDSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> The summary looks back at a quarter that has closed, so
      *> the default is the last full quarter.
           display "Incident summary"
           display "Quarter (YYYYQ, 0 = last quarter): " no advancing
           move 0 to quarterInput
           accept quarterInput
           if quarterInput = 0
               move todayDate(1:4) to reportYear
               move todayDate(5:2) to todayMonth
               compute reportQuarter = (todayMonth + 2) / 3 - 1
               if reportQuarter = 0
                   subtract 1 from reportYear
                   move 4 to reportQuarter
               end-if
           else
               compute reportYear = quarterInput / 10
               compute reportQuarter =
                   function mod(quarterInput, 10)
           end-if
           if reportQuarter < 1 or reportQuarter > 4
               display "Quarter must be 1 to 4 -- nothing reported."
               goback
           end-if
           compute lastMonth = reportQuarter * 3
           compute firstMonth = lastMonth - 2
           compute quarterStart =
               reportYear * 10000 + firstMonth * 100 + 1
           compute quarterEnd =
               reportYear * 10000 + lastMonth * 100 + 31

           open input INCIDENTS
           evaluate true
               when INCID-status = "05"
                   display "No incidents on file."
                   close INCIDENTS
                   goback
               when INCID-status-ok
                   continue
               when other
                   display "Unable to open INCIDENTS file. Status: "
                           INCID-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

      *> Pass 1: pick the quarter's incidents.
           open output PICKED-WORK
           perform until eof = 'y'
               read INCIDENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if incDate >= quarterStart
                           and incDate <= quarterEnd
                           move incBranch to pickBranch
                           move incLocation to pickLocation
                           move incInjuryFlag to pickInjury
                           move incFirstAidFlag to pickFirstAid
                           move incWaiverFlag to pickWaiver
                           move incStatus to pickStatus
                           write picked-rec
                           add 1 to incidentsPicked
                       end-if
               end-read
           end-perform
           close INCIDENTS
           close PICKED-WORK

      *> Pass 2: branch, then location within the branch.
           sort SORT-FILE
               on ascending key sortBranch
               on ascending key sortLocation
               using PICKED-WORK
               giving PICKED-SORTED

      *> Pass 3: print with a control break on each.
           open input PICKED-SORTED
           open output SUMMARY-RPT
           move spaces to report-line
           string "Incident Summary - " reportYear
               " Q" reportQuarter "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Branch Location         Incidents Injuries"
               " FirstAid NoWaiver Open"
               delimited by size into report-line
           write report-line

           move 'n' to eof
           perform until eof = 'y'
               read PICKED-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       perform total-one-incident
               end-read
           end-perform
           if firstRow = 'n'
               perform print-location-total
               perform print-branch-total
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "All branches           " grIncidents "     "
               grInjuries "    " grFirstAid "    " grNoWaiver
               "    " grOpen
               delimited by size into report-line
           write report-line
           if incidentsPicked = 0
               move spaces to report-line
               string "No incidents recorded in the quarter."
                   delimited by size into report-line
               write report-line
           end-if

           close PICKED-SORTED
           close SUMMARY-RPT

           move "INCIDENTS" to spoolReportName
           move "incidentSummary" to spoolProgram
           move "data/INCIDENT_SUMMARY.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Incident summary for " reportYear
                   " Q" reportQuarter " complete."
           display "  Incidents:  " grIncidents
           display "  Injuries:   " grInjuries
           display "  No waiver:  " grNoWaiver
           display "  Still open: " grOpen
           display "Report written to data/INCIDENT_SUMMARY.rpt"

       GOBACK.

       total-one-incident.
           if firstRow = 'y'
               move 'n' to firstRow
               move srtBranch to currentBranch
               move srtLocation to currentLocation
               initialize location-totals
               initialize branch-totals
           end-if
           if srtBranch not = currentBranch
               perform print-location-total
               perform print-branch-total
               move srtBranch to currentBranch
               move srtLocation to currentLocation
               initialize location-totals
               initialize branch-totals
           end-if
           if srtLocation not = currentLocation
               perform print-location-total
               move srtLocation to currentLocation
               initialize location-totals
           end-if
           add 1 to locIncidents
           if srtInjury = "Y"
               add 1 to locInjuries
           end-if
           if srtFirstAid = "Y"
               add 1 to locFirstAid
           end-if
           if srtWaiver = "N"
               add 1 to locNoWaiver
           end-if
           if srtStatus not = "C"
               add 1 to locOpen
           end-if.

       print-location-total.
           move spaces to report-line
           string currentBranch "   " currentLocation " "
               locIncidents "     " locInjuries "    " locFirstAid
               "    " locNoWaiver "    " locOpen
               delimited by size into report-line
           write report-line
           add locIncidents to brIncidents
           add locInjuries to brInjuries
           add locFirstAid to brFirstAid
           add locNoWaiver to brNoWaiver
           add locOpen to brOpen.

       print-branch-total.
           move spaces to report-line
           string currentBranch " total               "
               brIncidents "     " brInjuries "    " brFirstAid
               "    " brNoWaiver "    " brOpen
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           add brIncidents to grIncidents
           add brInjuries to grInjuries
           add brFirstAid to grFirstAid
           add brNoWaiver to grNoWaiver
           add brOpen to grOpen.
