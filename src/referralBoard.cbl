        IDENTIFICATION DIVISION.
        PROGRAM-ID. referralBoard.
      *> Quarterly referral leaderboard: for one calendar quarter
      *> totals data/REFERRALS.dat by referring member -- members
      *> referred (approved in the quarter), referrals converted
      *> (first dues paid in full in the quarter) and the credit
      *> on account earned for them -- with a control break down
      *> the referrer alternate key, ranks the referrers through an
      *> external SORT pass the way volRecognition ranks its
      *> volunteers, and prints the board's list to
      *> data/REFERRAL_BOARD.rpt. The report is spooled, so each
      *> quarter's board is kept.
        environment division.
           input-output section.
               file-control.
                   COPY REFERSEL.
                   select TOTALS-WORK
                       assign to "data/REFTOTALS.tmp".
                   select TOTALS-SORTED
                       assign to "data/REFTOTALS.srt"
                       organization is line sequential.
                   select SORT-FILE
                       assign to "data/REFSORT.tmp".
                   select BOARD-RPT
                       assign to "data/REFERRAL_BOARD.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd REFERRALS.
                   COPY REFERFD.
               fd TOTALS-WORK.
                   01 totals-rec.
                       02 totReferrerId pic 9(7).
                       02 totReferred pic 9(5).
                       02 totConverted pic 9(5).
                       02 totCredits pic 9(7)v99.
               sd SORT-FILE.
                   01 sort-rec.
                       02 sortReferrerId pic 9(7).
                       02 sortReferred pic 9(5).
                       02 sortConverted pic 9(5).
                       02 sortCredits pic 9(7)v99.
               fd TOTALS-SORTED.
                   01 sorted-rec.
                       02 srtReferrerId pic 9(7).
                       02 srtReferred pic 9(5).
                       02 srtConverted pic 9(5).
                       02 srtCredits pic 9(7)v99.
               fd BOARD-RPT.
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
               01 currentReferrerId pic 9(7) value 0.
               01 referrerReferred pic 9(5) value 0.
               01 referrerConverted pic 9(5) value 0.
               01 referrerCredits pic 9(7)v99 value 0.
               01 referrersListed pic 9(5) value 0.
               01 rankNo pic 9(5) value 0.
               01 totalReferred pic 9(5) value 0.
               01 totalConverted pic 9(5) value 0.
               01 totalCredits pic 9(7)v99 value 0.
               01 referrerName pic x(16).
               COPY FINDPARM.
               COPY SPOOLPARM.
               COPY REFERSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> The board looks back at a quarter that has closed, so the
      *> default is the last full quarter.
           display "Referral leaderboard"
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

           open input REFERRALS
           evaluate true
               when REFER-status = "05"
                   display "No referrals on file."
                   close REFERRALS
                   goback
               when REFER-status-ok
                   continue
               when other
                   display "Unable to open REFERRALS file. Status: "
                           REFER-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

      *> Pass 1: totals per referrer. Reading down the referrer
      *> alternate key gives each referrer's rows together, so a
      *> simple control break totals them.
           open output TOTALS-WORK
           move 0 to refReferrerId
           start REFERRALS key is greater than or equal to
                   refReferrerId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read REFERRALS next record
                   at end
                       move 'y' to eof
                   not at end
                       perform total-one-referral
               end-read
           end-perform
           if currentReferrerId not = 0
               perform write-referrer-total
           end-if
           close REFERRALS
           close TOTALS-WORK

           if referrersListed = 0
               display "No referral activity in " reportYear
                       " Q" reportQuarter "."
               goback
           end-if

      *> Pass 2: rank by conversions, then by referrals, highest
      *> first.
           sort SORT-FILE
               on descending key sortConverted
               on descending key sortReferred
               using TOTALS-WORK
               giving TOTALS-SORTED

      *> Pass 3: print the board.
           open input TOTALS-SORTED
           open output BOARD-RPT
           move spaces to report-line
           string "Referral Leaderboard - " reportYear
               " Q" reportQuarter "  (run " todayDate ")"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Rank  Referrer Name              Referred"
               " Converted Credits"
               delimited by size into report-line
           write report-line

           move 'n' to eof
           perform until eof = 'y'
               read TOTALS-SORTED
                   at end
                       move 'y' to eof
                   not at end
                       perform print-one-referrer
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Referrers: " referrersListed
               "  Referred: " totalReferred
               "  Converted: " totalConverted
               "  Credits earned: " totalCredits
               delimited by size into report-line
           write report-line

           close TOTALS-SORTED
           close BOARD-RPT

           move "REFERRALS" to spoolReportName
           move "referralBoard" to spoolProgram
           move "data/REFERRAL_BOARD.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Referral leaderboard for " reportYear
                   " Q" reportQuarter " complete."
           display "  Referrers:  " referrersListed
           display "  Referred:   " totalReferred
           display "  Converted:  " totalConverted
           display "Report written to data/REFERRAL_BOARD.rpt"

       GOBACK.

       total-one-referral.
           if refReferrerId not = currentReferrerId
               if currentReferrerId not = 0
                   perform write-referrer-total
               end-if
               move refReferrerId to currentReferrerId
               move 0 to referrerReferred
               move 0 to referrerConverted
               move 0 to referrerCredits
           end-if
           if refDate >= quarterStart and refDate <= quarterEnd
               add 1 to referrerReferred
           end-if
           if referral-converted
               and refConvertedDate >= quarterStart
               and refConvertedDate <= quarterEnd
               add 1 to referrerConverted
               add refCreditAmount to referrerCredits
           end-if.

      *> A referrer with nothing in the quarter stays off the board.
       write-referrer-total.
           if referrerReferred = 0 and referrerConverted = 0
               exit paragraph
           end-if
           move currentReferrerId to totReferrerId
           move referrerReferred to totReferred
           move referrerConverted to totConverted
           move referrerCredits to totCredits
           write totals-rec
           add 1 to referrersListed.

       print-one-referrer.
           add 1 to rankNo
           add srtReferred to totalReferred
           add srtConverted to totalConverted
           add srtCredits to totalCredits
           move srtReferrerId to findParmId
           call "findMember" using find-parms
           if findParmFound = 'y'
               move findParmName to referrerName
           else
               move "(not on file)" to referrerName
           end-if
           move spaces to report-line
           string rankNo " " srtReferrerId " " referrerName
               " " srtReferred "    " srtConverted
               "     " srtCredits
               delimited by size into report-line
           write report-line.
