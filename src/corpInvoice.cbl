        IDENTIFICATION DIVISION.
        PROGRAM-ID. corpInvoice.
      *> Monthly corporate invoicing run, for the month just ended.
      *> For every active account on data/CORPACCTS.dat it walks
      *> the employees linked on data/CORPLINKS.dat and finds each
      *> one's dues charges (type "C" rows on PAYMENTS.dat) dated
      *> inside their link and on or before the month end that the
      *> employer has not yet been billed for. The employer-paid
      *> share of each comes off the member's DUES-rec and onto the
      *> account, journaled on the member as a type "X" row linked
      *> to the charge's receipt -- which is also what keeps a
      *> rerun from billing a charge twice. The member is left
      *> owing the remainder; a member who had already paid the
      *> whole charge has the employer's share held as credit on
      *> account. One invoice per employer, listing every employee
      *> covered during the month, goes to data/CORP_INVOICES.rpt.
        environment division.
           input-output section.
               file-control.
                   COPY CORPSEL.
                   COPY CLINKSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select INVOICE-RPT
                       assign to "data/CORP_INVOICES.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd CORPACCTS.
                   COPY CORPFD.
               fd CORPLINKS.
                   COPY CLINKFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd INVOICE-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 linkEof pic x.
               01 payEof pic x.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 monthStart pic 9(8).
               01 periodStart pic 9(8).
               01 periodEnd pic 9(8).
               01 chargeCutoff pic 9(8).
               01 invoiceNoSave pic 9(7).
               01 invoiceTotal pic 9(7)v99.
               01 employeesListed pic 9(5).
               01 employeeLines pic 9(3).
               01 employerShare pic 9(5)v99.
               01 previousBalance pic s9(7)v99.
               01 balanceDue pic s9(7)v99.
               01 overPaid pic 9(5)v99.
               01 chargeCount pic 9(3).
               01 billedCount pic 9(3).
               01 chargeIdx pic 9(3).
               01 billedIdx pic 9(3).
               01 alreadyBilled pic x.
               01 charge-Table.
                   02 charge-Entry occurs 40 times.
                       03 tblReceipt pic 9(7).
                       03 tblDate pic 9(8).
                       03 tblAmount pic 9(5)v99.
               01 billed-Table.
                   02 billedReceipt pic 9(7) occurs 40 times.
               01 accountsInvoiced pic 9(5) value 0.
               01 chargesBilled pic 9(5) value 0.
               01 chargesSkipped pic 9(5) value 0.
               01 totalBilled pic 9(7)v99 value 0.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CTRLPARM.
               COPY SPOOLPARM.
               COPY CORPSTAT.
               COPY CLINKSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time

      *> The month just ended: first of this month less one day.
           move todayDate to monthStart
           move "01" to monthStart(7:2)
           compute periodEnd = function date-of-integer
               (function integer-of-date(monthStart) - 1)
           move periodEnd to periodStart
           move "01" to periodStart(7:2)

           open i-o CORPACCTS
           evaluate true
               when CORP-status = "05"
                   display "No corporate accounts on file."
                   close CORPACCTS
                   goback
               when CORP-status-ok
                   continue
               when other
                   display "Unable to open CORPACCTS file. Status: "
                           CORP-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open input CORPLINKS
           if not CLINK-status-ok
               display "Unable to open CORPLINKS file. Status: "
                       CLINK-status
               add 1 to batchStepProblems
               close CORPACCTS
               close CORPLINKS
               goback
           end-if

           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               add 1 to batchStepProblems
               close CORPACCTS
               close CORPLINKS
               goback
           end-if

           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
               add 1 to batchStepProblems
               close CORPACCTS
               close CORPLINKS
               close DUES
               goback
           end-if

           open output INVOICE-RPT

           perform until eof = 'y'
               read CORPACCTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if corp-active
                           perform invoice-one-account
                       end-if
               end-read
           end-perform

           close CORPACCTS
           close CORPLINKS
           close DUES
           close PAYMENTS
           close INVOICE-RPT

           move "CORPINVOICE" to spoolReportName
           move "corpInvoice" to spoolProgram
           move "data/CORP_INVOICES.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Corporate invoicing complete for " periodStart
                   " to " periodEnd
           display "  Accounts invoiced:  " accountsInvoiced
           display "  Dues charges split: " chargesBilled
           display "  Employer shares:    " totalBilled
           display "Invoices written to data/CORP_INVOICES.rpt"

           move "CORPINVOICE" to ctrlJobName
           move accountsInvoiced to ctrlRead
           move chargesBilled to ctrlWritten
           move chargesSkipped to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       invoice-one-account.
           move "CORPINV" to seqName
           call "nextSequence" using seq-parms
           move seqValue to invoiceNoSave
           move 0 to invoiceTotal
           move 0 to employeesListed
           compute previousBalance = corpAmountBilled - corpAmountPaid

           move spaces to report-line
           string "INVOICE No. " invoiceNoSave
               "   Date " todayDate
               "   Period " periodStart " to " periodEnd
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Account " corpCode "  " corpName
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Attn: " corpContact "  " corpPhone
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "      " corpStreet
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "      " corpCity " " corpState " " corpZip
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Employer pays " corpSharePct
               "% of each member's dues charge."
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Member  Name             Employee   Receipt"
               " Charged   Dues      Your share"
               delimited by size into report-line
           write report-line

           move 'n' to linkEof
           move corpCode to clinkCorpCode
           start CORPLINKS key is equal to clinkCorpCode
               invalid key
                   move 'y' to linkEof
           end-start
           perform until linkEof = 'y'
               read CORPLINKS next record
                   at end
                       move 'y' to linkEof
                   not at end
                       evaluate true
                           when clinkCorpCode not = corpCode
                               move 'y' to linkEof
                           when clinkStartDate <= periodEnd
                               and (clinkEndDate = 0
                                 or clinkEndDate >= periodStart)
                               perform bill-one-employee
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           add invoiceTotal to corpAmountBilled
           move invoiceNoSave to corpLastInvoiceNo
           move todayDate to corpLastInvoiceDate
           rewrite CORP-rec
           compute balanceDue = corpAmountBilled - corpAmountPaid

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Employees covered this period: " employeesListed
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Previous balance:      " previousBalance
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "This invoice:          " invoiceTotal
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "TOTAL NOW DUE:         " balanceDue
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "============================================"
               "============================================"
               delimited by size into report-line
           write report-line

           add 1 to accountsInvoiced
           add invoiceTotal to totalBilled.

      *> The member's chain is read whole before anything is
      *> posted: the dues charges inside the link, and the charges
      *> an earlier run already billed (the "X" rows' links).
       bill-one-employee.
           add 1 to employeesListed
           move 0 to employeeLines
           if clinkEndDate not = 0 and clinkEndDate < periodEnd
               move clinkEndDate to chargeCutoff
           else
               move periodEnd to chargeCutoff
           end-if

           move 0 to chargeCount
           move 0 to billedCount
           move 'n' to payEof
           move clinkMemberId to paymentMemberId
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
                           when paymentMemberId not = clinkMemberId
                               move 'y' to payEof
                           when payment-charge
                               and paymentDate >= clinkStartDate
                               and paymentDate <= chargeCutoff
                               and chargeCount < 40
                               add 1 to chargeCount
                               move receiptNumber
                                   to tblReceipt(chargeCount)
                               move paymentDate to tblDate(chargeCount)
                               move paymentAmount
                                   to tblAmount(chargeCount)
                           when payment-corporate
                               and billedCount < 40
                               add 1 to billedCount
                               move paymentLinkReceipt
                                   to billedReceipt(billedCount)
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           perform varying chargeIdx from 1 by 1
                   until chargeIdx > chargeCount
               move 'n' to alreadyBilled
               perform varying billedIdx from 1 by 1
                       until billedIdx > billedCount
                   if billedReceipt(billedIdx) = tblReceipt(chargeIdx)
                       move 'y' to alreadyBilled
                   end-if
               end-perform
               if alreadyBilled not = 'y'
                   perform bill-one-charge
               end-if
           end-perform

           if employeeLines = 0
               move spaces to report-line
               string clinkMemberId " " clinkMemberName " "
                   clinkEmployeeRef
                   "  -- no dues charged this period"
                   delimited by size into report-line
               write report-line
           end-if.

       bill-one-charge.
           compute employerShare rounded =
               tblAmount(chargeIdx) * corpSharePct / 100
           if employerShare = 0
               exit paragraph
           end-if

           move clinkMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   add 1 to chargesSkipped
                   display "No dues record for " clinkMemberId
                           " -- receipt " tblReceipt(chargeIdx)
                           " left for next run."
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           if employerShare > amountOwed
               move amountOwed to employerShare
           end-if
           subtract employerShare from amountOwed
      *> Already paid in full: the employer's money is the
      *> member's to spend next time, held as credit on account.
           if amountPaid > amountOwed
               compute overPaid = amountPaid - amountOwed
               move amountOwed to amountPaid
               add overPaid to creditBalance
           end-if
           rewrite DUES-rec
           move "DUES" to aftFileCode
           move "R" to aftAction
           move DUES-rec to aftImage
           call "writeAfterImage" using after-image-parms

           initialize PAYJNL-rec
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move clinkMemberId to paymentMemberId
           move clinkMemberName to paymentMemberName
           move todayDate to paymentDate
           move todayTime to paymentTime
           move employerShare to paymentAmount
           move "X" to paymentType
           move currentOperator to paymentOperator
           move spaces to paymentApprovedBy
           move corpCode to paymentChargeCode
           move tblReceipt(chargeIdx) to paymentLinkReceipt
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal employer share,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms

           add 1 to employeeLines
           add 1 to chargesBilled
           add employerShare to invoiceTotal
           move spaces to report-line
           string clinkMemberId " " clinkMemberName " "
               clinkEmployeeRef " " tblReceipt(chargeIdx)
               " " tblDate(chargeIdx)
               " " tblAmount(chargeIdx)
               "  " employerShare
               delimited by size into report-line
           write report-line.
