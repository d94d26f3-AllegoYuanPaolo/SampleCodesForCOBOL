      *> data/TILL_CLOSE.rpt. Each close also appends a one-line
      *> summary to data/TILLCLOSE.log so the morning review can
      *> flag a day the till was never closed or closed out of
      *> balance -- the adding-machine exercise retires. A check
      *> taken from a member who is cash-only after a returned
      *> check stops the close until a supervisor clears the flag
      *> through returnedCheck (or the payment is reversed). A
      *> second operator may count the drawer with the closer --
      *> their ID and password are checked and they go on the
      *> report and the log line (COUNT2=), so a close counted by
      *> one person alone stands out to the auditors.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   COPY DUESSEL.
                   COPY OPERSEL.
                   select TILL-RPT
                       assign to "data/TILL_CLOSE.rpt"
                       organization is line sequential.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd DUES.
                   COPY DUESFD.
               fd OPERATORS.
                   COPY OPERFD.
               fd TILL-RPT.
                   01 report-line pic x(90).
               fd TILL-LOG.
               01 overShort pic s9(7)v99.
               01 totalOverShort pic s9(7)v99 value 0.
               01 tillBalanced pic x value 'y'.
               01 duesOpen pic x value 'n'.
               01 cashOnlyChecks pic 9(3) value 0.
      *> Per-operator, per-tender expected totals.
               01 oper-Tally-Table.
                   02 oper-Tally-Entry occurs 20 times.
                   02 filler pic x(5) value "CARD".
               01 tender-Name-Table redefines tender-Name-List.
                   02 tenderName pic x(5) occurs 3 times.
               01 secondCounter pic x(10) value spaces.
               01 counterPassword pic x(10).
               COPY PAYJNLSTAT.
               COPY DUESSTAT.
               COPY OPERSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
                   goback
           end-evaluate

           open input DUES
           if DUES-status-ok
               move 'y' to duesOpen
           end-if

           perform until eof = 'y'
               read PAYMENTS next record
                   at end
           end-perform

           close PAYMENTS
           if duesOpen = 'y'
               close DUES
           end-if

           if cashOnlyChecks > 0
               display "Till close REFUSED -- " cashOnlyChecks
                       " check(s) taken from cash-only members."
               display "A supervisor must clear the flag in"
                       " returnedCheck, or the payment be reversed,"
                       " before the till can close."
               goback
           end-if

           if rowsCounted = 0
               display "No tendered rows journaled for " closeDate
               accept countedTender(tenderIdx)
           end-perform

           perform take-second-counter
           perform print-till-report
           perform log-till-close

      *> Only rows where money crossed the counter carry a tender
      *> byte; payments add to the drawer, refunds come out of it.
      *> Untendered rows (charges, corrections, old rows) are not
      *> drawer money, and neither is a row posted by a batch
      *> import with no operator behind it (lockbox checks go
      *> straight to the bank).
       tally-one-row.
           if paymentOperator = spaces
               exit paragraph
           end-if
           evaluate true
               when tender-cash
                   move 1 to tenderIdx
                   exit paragraph
           end-evaluate

           if tender-check and payment-regular and duesOpen = 'y'
               perform check-cash-only-member
           end-if

           add 1 to rowsCounted
      *> A void hands the money back across the counter, the same
      *> as a refund.
           if payment-refund or payment-void
               compute rowEffect = 0 - paymentAmount
           else
               move paymentAmount to rowEffect
                   to tallyOperTender(operSlot, tenderIdx)
           end-if.

       check-cash-only-member.
           move paymentMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   continue
               not invalid key
                   if dues-cash-only
                       add 1 to cashOnlyChecks
                       display "Check from cash-only member: receipt "
                               receiptNumber " member "
                               paymentMemberId " "
                               paymentMemberName " "
                               paymentAmount
                   end-if
           end-read.

       find-operator-slot.
           move 0 to operSlot
           move 'n' to slotFound
               delimited by size into report-line
           write report-line
           move spaces to report-line
           if secondCounter = spaces
               string "Counted by the closer alone."
                   delimited by size into report-line
           else
               string "Second counter: " secondCounter
                   delimited by size into report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line

           move spaces to report-line

           close TILL-RPT.

      *> Blank for a close counted alone. The closer cannot be
      *> their own second counter.
       take-second-counter.
           display "Second counter's operator ID (blank = none): "
                   no advancing
           move spaces to secondCounter
           accept secondCounter
           if secondCounter = spaces
               exit paragraph
           end-if
           if secondCounter = currentOperator
               display "The closer cannot be the second counter."
               move spaces to secondCounter
               exit paragraph
           end-if
           display "Second counter's password: " no advancing
           accept counterPassword

           open input OPERATORS
           move secondCounter to operatorId
           read OPERATORS key is operatorId
               invalid key
                   display "Unknown operator ID -- closed as"
                           " counted alone."
                   move spaces to secondCounter
               not invalid key
                   if oper-locked
                       or operatorPassword not = counterPassword
                       display "Not verified -- closed as counted"
                               " alone."
                       move spaces to secondCounter
                   end-if
           end-read
           close OPERATORS.

      *> One line per close for the morning review to key on.
       log-till-close.
           open extend TILL-LOG
                   " OPER=" currentOperator
                   delimited by size into tilllog-line
           end-if
           if secondCounter not = spaces
               move spaces to tilllog-line(74:17)
               string "COUNT2=" secondCounter
                   delimited by size into tilllog-line(74:17)
           end-if
           write tilllog-line
           close TILL-LOG.
