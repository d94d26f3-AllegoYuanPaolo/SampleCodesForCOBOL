        IDENTIFICATION DIVISION.
        PROGRAM-ID. duesAgingReport.
      *> Dues aging: every member with a balance, the days it has
      *> gone unpaid and the aging buckets, with collections cases
      *> opened past COLLDAYS. Shown on the screen and written to
      *> data/DUES_AGING.rpt, spooled as AGING and burst to the
      *> branches on the distribution list.
        environment division.
           input-output section.
               file-control.
                   COPY DUESSEL.
                   COPY PLANSEL.
                   COPY COLLCASESEL.
                   select AGING-RPT
                       assign to "data/DUES_AGING.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd ACMA.
                   COPY PLANFD.
               fd COLLCASES.
                   COPY COLLCASEFD.
               fd AGING-RPT.
                   01 report-line pic x(100).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 balanceDue pic s9(5)v99.
               01 collDays pic 9(7) value 90.
               01 hasOpenCase pic x.
               01 agingBranch pic x(4).
               01 caseBrowseEof pic x.
               01 casesOpened pic 9(5) value 0.
               01 balanceEdit pic zzzz9.99.
               01 bucketEdit pic z(6)9.99.
               COPY SPOOLPARM.
               COPY BURSTPARM.
               COPY GETPARM.
               COPY SEQPARM.
               01 bucketCurrent pic 9(7)v99 value 0.
           open input PAYPLANS
           open i-o COLLCASES

           open output AGING-RPT
           move spaces to report-line
           string "Dues Aging Report - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

               perform until eof = 'y'
                   read DUES next record
                       at end
                               read ACMA key is memberId
                                   invalid key
                                       move spaces to nickname
                                       move spaces to branchCode
                               end-read
      *> The branch comes off the dues row, so a member held in
      *> another branch's file still bursts to that branch; a row
      *> nothing has posted to since the stamp was added falls
      *> back on the member record.
                               if duesBranchCode not = spaces
                                   move duesBranchCode to agingBranch
                               else
                                   move branchCode to agingBranch
                               end-if
                               display "| " duesMemberId
                                       " | " duesMemberName
                                       " | " nickname
                                       " | Owed: " balanceDue
                                       " | Days: " daysOverdue
                                       " |" planTag
                               perform write-aging-line

      *> Past the collections threshold: open a case unless one is
      *> already being worked, so the follow-up stops living on
           display "Collections cases opened this run: "
                   casesOpened

           move spaces to report-line
           write report-line
           move bucketCurrent to bucketEdit
           move spaces to report-line
           string "Current (0-30 days): " bucketEdit
               delimited by size into report-line
           write report-line
           move bucket30 to bucketEdit
           move spaces to report-line
           string "31-60 days overdue:  " bucketEdit
               delimited by size into report-line
           write report-line
           move bucket60 to bucketEdit
           move spaces to report-line
           string "61-90 days overdue:  " bucketEdit
               delimited by size into report-line
           write report-line
           move bucket90 to bucketEdit
           move spaces to report-line
           string "90+ days overdue:    " bucketEdit
               delimited by size into report-line
           write report-line
           move grandTotal to bucketEdit
           move spaces to report-line
           string "Grand total owed:    " bucketEdit
               delimited by size into report-line
           write report-line
           close AGING-RPT

           move "AGING" to spoolReportName
           move "duesAgingReport" to spoolProgram
           move "data/DUES_AGING.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

      *> The branch code is column 3 of every member line.
           move "AGING" to burstReportName
           move "duesAgingReport" to burstProgram
           move "data/DUES_AGING.rpt" to burstSourceFile
           move 3 to burstBranchColumn
           call "burstReport" using burst-parms

       GOBACK.

       write-aging-line.
           move balanceDue to balanceEdit
           move spaces to report-line
           string "| " agingBranch
               " | " duesMemberId
               " | " duesMemberName
               " | " nickname
               " | Owed: " balanceEdit
               " | Days: " daysOverdue
               " |" planTag
               delimited by size into report-line
           write report-line.

       open-collections-case.
           if not CASE-status-ok
               exit paragraph
                       evaluate true
                           when caseMemberId not = duesMemberId
                               move 'y' to caseBrowseEof
      *> A case placed with the agency is still being chased.
                           when case-open or stage-placed
                               move 'y' to hasOpenCase
                               move 'y' to caseBrowseEof
                           when other
