        PROGRAM-ID. visitCountReport.
      *> Utilization report off the check-in history: visit counts
      *> by month and by membership type, written to
      *> data/VISIT_COUNTS.rpt. Read from the monthly visit summary
      *> data/VISITSUM.dat (kept nightly by visitSummary) rather
      *> than the raw history: reading on the month key gives the
      *> months in order and a simple control break does the month
      *> grouping -- no in-memory table to outgrow. Guest-pass
      *> visits count with the rest, under the sponsor's type.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSUMSEL.
                   select VISIT-RPT
                       assign to "data/VISIT_COUNTS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd VISITSUM.
                   COPY VISITSUMFD.
               fd VISIT-RPT.
                   01 report-line pic x(80).
            local-STORAGE SECTION.
               01 studentVisits pic 9(7) value 0.
               01 lifeVisits pic 9(7) value 0.
               01 otherVisits pic 9(7) value 0.
               01 rowVisits pic 9(7).
               COPY VISITSUMSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input VISITSUM
           evaluate true
               when VSUM-status = "05"
                   display "No visit summary on file yet -- run"
                           " visitSummary."
                   close VISITSUM
                   goback
               when VSUM-status-ok
                   continue
               when other
                   display "Unable to open VISITSUM file. Status: "
                           VSUM-status
                   goback
           end-evaluate

           move "Visits by month:" to report-line
           write report-line

           move 0 to vsumPeriod
           start VISITSUM key is not less than vsumPeriod
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VISITSUM next record
                   at end
                       move 'y' to eof
                   not at end
               delimited by size into report-line
           write report-line

           close VISITSUM
           close VISIT-RPT

           display "Visit counts written to data/VISIT_COUNTS.rpt"
       GOBACK.

       count-one-visit.
           compute rowVisits = vsumVisitCount + vsumGuestCount
           move vsumPeriod to linePeriod
           if linePeriod not = currentPeriod
               if currentPeriod not = 0
                   perform print-month-total
               move linePeriod to currentPeriod
               move 0 to monthVisits
           end-if
           add rowVisits to monthVisits
           add rowVisits to totalVisits

           evaluate true
               when vsumMemberType = "R"
                   add rowVisits to regularVisits
               when vsumMemberType = "F"
                   add rowVisits to familyVisits
               when vsumMemberType = "S"
                   add rowVisits to studentVisits
               when vsumMemberType = "L"
                   add rowVisits to lifeVisits
               when other
                   add rowVisits to otherVisits
           end-evaluate.

       print-month-total.
