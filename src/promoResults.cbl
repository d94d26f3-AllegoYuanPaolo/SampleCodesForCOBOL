        IDENTIFICATION DIVISION.
        PROGRAM-ID. promoResults.
      *> Promotion campaign results: for every promotion code,
      *> how many members used it, the dues it discounted, and how
      *> many of those members renewed the following year -- a
      *> renewal charge (type "C") on the member's PAYMENTS.dat
      *> chain dated in the calendar year after the use. Reads
      *> data/PROMOUSES.dat down the code alternate key, so a
      *> control break totals each code. Uses in the current year
      *> cannot have renewed yet and are shown apart as still
      *> open. Register goes to data/PROMO_RESULTS.rpt and is
      *> spooled, so each campaign's results are kept.
        environment division.
           input-output section.
               file-control.
                   COPY PROMUSESEL.
                   COPY PROMOSEL.
                   COPY PAYJNLSEL.
                   select RESULTS-RPT
                       assign to "data/PROMO_RESULTS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PROMOUSES.
                   COPY PROMUSEFD.
               fd PROMOS.
                   COPY PROMOFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd RESULTS-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 payEof pic x.
               01 todayDate pic 9(8).
               01 todayYear pic 9(4).
               01 useYear pic 9(4).
               01 renewalYear pic 9(4).
               01 memberRenewed pic x.
               01 currentCode pic x(8) value spaces.
               01 codeDescription pic x(24).
               01 codeUses pic 9(5) value 0.
               01 codeDiscounted pic 9(7)v99 value 0.
               01 codeRenewed pic 9(5) value 0.
               01 codeStillOpen pic 9(5) value 0.
               01 codesListed pic 9(5) value 0.
               01 totalUses pic 9(5) value 0.
               01 totalDiscounted pic 9(7)v99 value 0.
               01 totalRenewed pic 9(5) value 0.
               01 totalStillOpen pic 9(5) value 0.
               COPY SPOOLPARM.
               COPY PROMUSESTAT.
               COPY PROMOSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           move todayDate(1:4) to todayYear

           open input PROMOUSES
           evaluate true
               when PROMUSE-status = "05"
                   display "No promotion codes have been used."
                   close PROMOUSES
                   goback
               when PROMUSE-status-ok
                   continue
               when other
                   display "Unable to open PROMOUSES file. Status: "
                           PROMUSE-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open input PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               add 1 to batchStepProblems
               close PROMOUSES
               close PAYMENTS
               goback
           end-if
           open input PROMOS

           open output RESULTS-RPT
           move spaces to report-line
           string "Promotion Campaign Results - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Code     Description              Used "
               " Discounted  Renewed Still open"
               delimited by size into report-line
           write report-line

      *> Reading down the code alternate key gives each code's
      *> uses together, so a simple control break totals them.
           move low-values to useCode
           start PROMOUSES key is greater than or equal to useCode
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PROMOUSES next record
                   at end
                       move 'y' to eof
                   not at end
                       perform total-one-use
               end-read
           end-perform
           if currentCode not = spaces
               perform print-code-total
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Codes: " codesListed
               "  Used: " totalUses
               "  Discounted: " totalDiscounted
               "  Renewed: " totalRenewed
               "  Still open: " totalStillOpen
               delimited by size into report-line
           write report-line

           close PROMOUSES
           close PROMOS
           close PAYMENTS
           close RESULTS-RPT

           move "PROMORESULTS" to spoolReportName
           move "promoResults" to spoolProgram
           move "data/PROMO_RESULTS.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Promotion results complete."
           display "  Codes:      " codesListed
           display "  Used:       " totalUses
           display "  Discounted: " totalDiscounted
           display "  Renewed:    " totalRenewed
           display "Report written to data/PROMO_RESULTS.rpt"

       GOBACK.

       total-one-use.
           if useCode not = currentCode
               if currentCode not = spaces
                   perform print-code-total
               end-if
               move useCode to currentCode
               move 0 to codeUses
               move 0 to codeDiscounted
               move 0 to codeRenewed
               move 0 to codeStillOpen
           end-if
           add 1 to codeUses
           add useDiscount to codeDiscounted

           move useDate(1:4) to useYear
           compute renewalYear = useYear + 1
           if useYear >= todayYear
               add 1 to codeStillOpen
           else
               perform check-member-renewed
               if memberRenewed = 'y'
                   add 1 to codeRenewed
               end-if
           end-if.

      *> Any renewal charge on the member's chain in the year after
      *> the use counts -- late renewals included.
       check-member-renewed.
           move 'n' to memberRenewed
           move 'n' to payEof
           move useMemberId to paymentMemberId
           start PAYMENTS key is equal to paymentMemberId
               invalid key
                   move 'y' to payEof
           end-start
           perform until payEof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to payEof
                   not at end
                       evaluate true
                           when paymentMemberId not = useMemberId
                               move 'y' to payEof
                           when payment-charge
                               and paymentDate(1:4) = renewalYear
                               move 'y' to memberRenewed
                               move 'y' to payEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

       print-code-total.
           move spaces to codeDescription
           if PROMO-status-ok
               move currentCode to promoCode
               read PROMOS key is promoCode
                   invalid key
                       move "(no longer on file)" to codeDescription
                   not invalid key
                       move promoDescription to codeDescription
               end-read
           end-if
           move spaces to report-line
           string currentCode " " codeDescription " "
               codeUses " " codeDiscounted "   "
               codeRenewed "     " codeStillOpen
               delimited by size into report-line
           write report-line
           add 1 to codesListed
           add codeUses to totalUses
           add codeDiscounted to totalDiscounted
           add codeRenewed to totalRenewed
           add codeStillOpen to totalStillOpen.
