        IDENTIFICATION DIVISION.
        PROGRAM-ID. lockboxImport.
      *> Bank lockbox remittance import: reads the bank's daily
      *> remittance file for the mailed dues checks
      *> (data/LOCKBOX.txt -- member number, amount, check number,
      *> deposit date per line) and posts each check through
      *> postPayment exactly as duesPost would at the desk, check
      *> tender, RECEIPT number, collections cases cleared. A
      *> check that fails its member number's check digit, names
      *> no live member, or lands on an account with no open
      *> balance is filed to suspense through writeSuspense with
      *> the line image, for suspenseRepair to put right. A
      *> register of every line goes to data/LOCKBOX.rpt and the
      *> processed file is set aside under a dated name. Every
      *> check the bank took -- posted or suspended -- is added to
      *> that deposit date's lockbox row on data/DEPOSITS.dat, the
      *> credit bankRecon expects to see on the statement.
        environment division.
           input-output section.
               file-control.
                   COPY DEPOSITSEL.
                   select optional LOCKBOX-IN
                       assign to "data/LOCKBOX.txt"
                       organization is line sequential
                       file status is LOCKBOX-status.
                   select REGISTER-RPT
                       assign to "data/LOCKBOX.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd DEPOSITS.
                   COPY DEPOSITFD.
               fd LOCKBOX-IN.
                   01 lockbox-line.
                       02 lbMemberId pic 9(7).
                       02 filler pic x.
                       02 lbAmount pic 9(5)v99.
                       02 filler pic x.
                       02 lbCheckNumber pic x(10).
                       02 filler pic x.
                       02 lbDepositDate pic 9(8).
               fd REGISTER-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 LOCKBOX-status pic xx.
               01 checksRead pic 9(5) value 0.
               01 checksPosted pic 9(5) value 0.
               01 checksSuspended pic 9(5) value 0.
               01 amountPosted pic 9(7)v99 value 0.
               01 amountSuspended pic 9(7)v99 value 0.
               01 lineOutcome pic x(16).
               01 commandLine pic x(120).
               01 depositsOpen pic x value 'n'.
               01 depositEof pic x.
               01 depositFound pic x.
               COPY CHKDIGPARM.
               COPY PAYPARM.
               COPY SUSPPARM.
               COPY CTRLPARM.
               COPY SEQPARM.
               COPY DEPOSITSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input LOCKBOX-IN
           if LOCKBOX-status not = "00"
               display "No lockbox file at data/LOCKBOX.txt --"
                       " nothing to import."
               close LOCKBOX-IN
               goback
           end-if

           open i-o DEPOSITS
           if DEPOSIT-status-ok
               move 'y' to depositsOpen
           else
               display "Unable to open DEPOSITS file. Status: "
                       DEPOSIT-status
               display "Lockbox credits will not be recorded for"
                       " bank reconciliation."
               add 1 to batchStepProblems
           end-if

           open output REGISTER-RPT
           move spaces to report-line
           string "Lockbox Remittance Register - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read LOCKBOX-IN
                   at end
                       move 'y' to eof
                   not at end
      *> The bank's header and trailer lines carry no numeric
      *> member number -- skip them.
                       if lockbox-line(1:7) is numeric
                           add 1 to checksRead
                           perform import-one-check
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Checks read: " checksRead
               "  Posted: " checksPosted " for " amountPosted
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "To suspense: " checksSuspended
               " for " amountSuspended
               delimited by size into report-line
           write report-line

           close LOCKBOX-IN
           close REGISTER-RPT
           if depositsOpen = 'y'
               close DEPOSITS
           end-if

      *> Set the processed file aside so tomorrow's transmission
      *> from the bank starts a fresh file.
           move spaces to commandLine
           string "mv data/LOCKBOX.txt"
               " data/LOCKBOX_" todayDate ".done"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           display "Lockbox import complete."
           display "  Checks read:  " checksRead
           display "  Posted:       " checksPosted
           display "  To suspense:  " checksSuspended
           display "Register written to data/LOCKBOX.rpt"

           move "LOCKBOX" to ctrlJobName
           move checksRead to ctrlRead
           move checksPosted to ctrlWritten
           move checksSuspended to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       import-one-check.
           move spaces to lineOutcome
           if lbAmount not numeric or lbAmount = 0
               move "BADAMOUNT" to lineOutcome
           else
               move lbMemberId to chkParmId
               call "checkMemberId" using check-digit-parms
               if chkParmValid not = 'y'
                   move "BADCHECKDIGIT" to lineOutcome
               end-if
           end-if

           if lineOutcome = spaces
               initialize pay-parms
               move lbMemberId to payParmMemberId
               move lbAmount to payParmAmount
               move "K" to payParmTender
               move lbCheckNumber to payParmCheckNumber
               move 'y' to payParmNeedBalance
               move "Y" to payParmNoDrawer
               call "postPayment" using pay-parms
               move payParmResult to lineOutcome
           end-if

      *> The bank credits every check it took, whatever became of
      *> it here.
           if depositsOpen = 'y' and lbAmount numeric
               and lbAmount > 0 and lbDepositDate numeric
               perform add-to-lockbox-deposit
           end-if

           move spaces to report-line
           if lineOutcome = spaces
               add 1 to checksPosted
               add lbAmount to amountPosted
               string "| " lbMemberId
                   " | chk " lbCheckNumber
                   " | dep " lbDepositDate
                   " | " lbAmount
                   " | receipt " payParmReceipt " |"
                   delimited by size into report-line
           else
               add 1 to checksSuspended
               if lbAmount numeric
                   add lbAmount to amountSuspended
               end-if
               move "LOCKBOX" to suspParmJob
               move lineOutcome to suspParmReason
               move spaces to suspParmData
               move lockbox-line to suspParmData
               call "writeSuspense" using susp-parms
               string "| " lbMemberId
                   " | chk " lbCheckNumber
                   " | dep " lbDepositDate
                   " | " lbAmount
                   " | SUSPENSE " lineOutcome " |"
                   delimited by size into report-line
           end-if
           write report-line.

      *> One lockbox row per bank deposit date, still open.
       add-to-lockbox-deposit.
           move 'n' to depositFound
           move 'n' to depositEof
           move lbDepositDate to depositDate
           start DEPOSITS key is equal to depositDate
               invalid key
                   move 'y' to depositEof
           end-start
           perform until depositEof = 'y'
               read DEPOSITS next record
                   at end
                       move 'y' to depositEof
                   not at end
                       evaluate true
                           when depositDate not = lbDepositDate
                               move 'y' to depositEof
                           when deposit-lockbox and deposit-open
                               move 'y' to depositFound
                               move 'y' to depositEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           if depositFound = 'y'
               add lbAmount to depositCheckTotal
               add lbAmount to depositTotal
               add 1 to depositCheckCount
               rewrite DEPOSIT-rec
           else
               initialize DEPOSIT-rec
               move "DEPOSIT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to depositId
               move "L" to depositKind
               move lbDepositDate to depositDate
               move 0 to depositCashTotal
               move lbAmount to depositCheckTotal
               move 1 to depositCheckCount
               move lbAmount to depositTotal
               move todayDate to depositPreparedDate
               move spaces to depositOperator
               move "O" to depositStatus
               move 0 to depositBankDate
               move 0 to depositBankAmount
               write DEPOSIT-rec
           end-if.
