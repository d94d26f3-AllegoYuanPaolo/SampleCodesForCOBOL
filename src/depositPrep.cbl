        IDENTIFICATION DIVISION.
        PROGRAM-ID. depositPrep.
      *> Bank deposit preparation. For one business day whose till
      *> has been closed (data/TILLCLOSE.log), gathers the day's
      *> drawer money from PAYMENTS.dat the same way tillClose
      *> counts it -- cash in less cash refunds out, and every check
      *> taken at the counter listed one by one with its check
      *> number -- into a numbered deposit on data/DEPOSITS.dat,
      *> and prints the deposit slip to data/DEPOSIT_SLIP.rpt.
      *> Card takings settle through the card processor and never
      *> go to the bank in a bag. One till deposit per day; the
      *> deposit number is what the bank quotes back on the
      *> statement bankRecon matches against.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   COPY DEPOSITSEL.
                   select optional TILL-LOG
                       assign to "data/TILLCLOSE.log"
                       organization is line sequential
                       file status is TILLLOG-status.
                   select SLIP-RPT
                       assign to "data/DEPOSIT_SLIP.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd DEPOSITS.
                   COPY DEPOSITFD.
               fd TILL-LOG.
                   01 tilllog-line pic x(90).
               fd SLIP-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 businessDate pic 9(8).
               01 TILLLOG-status pic xx.
               01 tillClosed pic x value 'n'.
               01 tillBalanced pic x value 'n'.
               01 alreadyDeposited pic x value 'n'.
               01 depositNoSave pic 9(7).
               01 cashTotal pic s9(7)v99 value 0.
               01 checkTotal pic 9(7)v99 value 0.
               01 checkCount pic 9(5) value 0.
               01 slipTotal pic s9(7)v99.
               COPY SEQPARM.
               COPY SPOOLPARM.
               COPY PAYJNLSTAT.
               COPY DEPOSITSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
      *> a half-finished batch step cannot interleave with the desk.
           call "checkBatchWindow" using window-parms
           if windowParmOpen = 'y'
               display "Batch window is open -- interactive updates"
                       " are locked. Expected end: "
                       windowParmEndTime
               goback
           end-if

           accept todayDate from date yyyymmdd

           display "Deposit preparation"
           display "Business day (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to businessDate
           accept businessDate
           if businessDate = 0
               move todayDate to businessDate
           end-if

      *> Only a counted drawer goes to the bank.
           perform find-till-close
           if tillClosed not = 'y'
               display "The till for " businessDate " has not been"
                       " closed -- run the till close first."
               goback
           end-if
           if tillBalanced not = 'y'
               display "Note: the till for " businessDate
                       " closed out of balance -- see"
                       " data/TILLCLOSE.log."
           end-if

           open i-o DEPOSITS
           if not DEPOSIT-status-ok
               display "Unable to open DEPOSITS file. Status: "
                       DEPOSIT-status
               close DEPOSITS
               goback
           end-if
           perform find-earlier-deposit
           if alreadyDeposited = 'y'
               display "Deposit " depositNoSave " already prepared"
                       " for " businessDate " -- nothing to do."
               close DEPOSITS
               goback
           end-if

           open input PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               close PAYMENTS
               close DEPOSITS
               goback
           end-if

           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if paymentDate = businessDate
                           perform total-one-row
                       end-if
               end-read
           end-perform

           if cashTotal <= 0 and checkCount = 0
               display "No cash or checks taken on " businessDate
                       " -- nothing to deposit."
               close PAYMENTS
               close DEPOSITS
               goback
           end-if
           if cashTotal < 0
               display "Cash refunds exceed cash taken on "
                       businessDate " -- no cash goes to the bank."
               move 0 to cashTotal
           end-if

           move "DEPOSIT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to depositNoSave

           perform print-deposit-slip

           initialize DEPOSIT-rec
           move depositNoSave to depositId
           move "T" to depositKind
           move businessDate to depositDate
           move cashTotal to depositCashTotal
           move checkTotal to depositCheckTotal
           move checkCount to depositCheckCount
           compute depositTotal = cashTotal + checkTotal
           move todayDate to depositPreparedDate
           move currentOperator to depositOperator
           move "O" to depositStatus
           move 0 to depositBankDate
           move 0 to depositBankAmount
           write DEPOSIT-rec
               invalid key
                   display "Unable to record deposit " depositNoSave
           end-write

           close PAYMENTS
           close DEPOSITS

           move "DEPOSITSLIP" to spoolReportName
           move "depositPrep" to spoolProgram
           move "data/DEPOSIT_SLIP.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Deposit " depositNoSave " prepared for "
                   businessDate
           display "  Cash:   " cashTotal
           display "  Checks: " checkTotal " (" checkCount ")"
           display "Deposit slip written to data/DEPOSIT_SLIP.rpt"

       GOBACK.

      *> The last close logged for the day is the one that stands.
       find-till-close.
           open input TILL-LOG
           if TILLLOG-status not = "00"
               close TILL-LOG
               exit paragraph
           end-if
           perform until eof = 'y'
               read TILL-LOG
                   at end
                       move 'y' to eof
                   not at end
                       if tilllog-line(1:8) = businessDate
                           and tilllog-line(10:11) = "TILL CLOSED"
                           move 'y' to tillClosed
                           if tilllog-line(22:8) = "BALANCED"
                               move 'y' to tillBalanced
                           else
                               move 'n' to tillBalanced
                           end-if
                       end-if
               end-read
           end-perform
           close TILL-LOG
           move 'n' to eof.

       find-earlier-deposit.
           move 'n' to alreadyDeposited
           move businessDate to depositDate
           start DEPOSITS key is equal to depositDate
               invalid key
                   exit paragraph
           end-start
           perform until eof = 'y'
               read DEPOSITS next record
                   at end
                       move 'y' to eof
                   not at end
                       evaluate true
                           when depositDate not = businessDate
                               move 'y' to eof
                           when deposit-till
                               move 'y' to alreadyDeposited
                               move depositId to depositNoSave
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           move 'n' to eof.

      *> The drawer rows tillClose counts: a tender byte and an
      *> operator behind them. Cash refunds came out of the
      *> drawer; a refund by check is the club's own check and
      *> never goes in the bag. A void gave the cash or the check
      *> back, so it comes off the bag too.
       total-one-row.
           if paymentOperator = spaces
               exit paragraph
           end-if
           evaluate true
               when tender-cash
                   if payment-refund or payment-void
                       subtract paymentAmount from cashTotal
                   else
                       add paymentAmount to cashTotal
                   end-if
               when tender-check
                   evaluate true
                       when payment-refund
                           continue
                       when payment-void
                           subtract paymentAmount from checkTotal
                           subtract 1 from checkCount
                       when other
                           add paymentAmount to checkTotal
                           add 1 to checkCount
                   end-evaluate
               when other
                   continue
           end-evaluate.

       print-deposit-slip.
           open output SLIP-RPT
           move spaces to report-line
           string "DEPOSIT SLIP - Deposit No. " depositNoSave
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Business day " businessDate
               "  Prepared " todayDate
               " by " currentOperator
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           move spaces to report-line
           string "--- Currency and coin ---"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "| CASH | " cashTotal " |"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           move spaces to report-line
           string "--- Checks ---"
               delimited by size into report-line
           write report-line
           move 'n' to eof
           move 0 to receiptNumber
           start PAYMENTS key is not less than receiptNumber
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if paymentDate = businessDate
                           and paymentOperator not = spaces
                           and tender-check
                           and not payment-refund
                           move spaces to report-line
                           if payment-void
                               string "| VOID of receipt "
                                   paymentLinkReceipt
                                   " -- check handed back | -"
                                   paymentAmount
                                   " | receipt " receiptNumber " |"
                                   delimited by size into report-line
                           else
                               string "| chk " paymentCheckNumber
                                   " | " paymentMemberId
                                   " " paymentMemberName
                                   " | " paymentAmount
                                   " | receipt " receiptNumber " |"
                                   delimited by size into report-line
                           end-if
                           write report-line
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           compute slipTotal = cashTotal + checkTotal
           move spaces to report-line
           string "Cash " cashTotal
               "  Checks " checkTotal " (" checkCount " items)"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "TOTAL DEPOSIT " slipTotal
               delimited by size into report-line
           write report-line
           close SLIP-RPT.
