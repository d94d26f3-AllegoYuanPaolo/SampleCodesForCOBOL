        IDENTIFICATION DIVISION.
        PROGRAM-ID. bankRecon.
      *> Bank-statement reconciliation: reads the bank's monthly
      *> statement file (data/BANK_STATEMENT.txt -- posting date,
      *> item type, reference, amount per line) and marks each
      *> credit off against data/DEPOSITS.dat. A branch deposit
      *> ("DEP") is matched by the deposit number printed on the
      *> slip; a lockbox credit ("LBX") by its deposit date. A
      *> match for the same amount is stamped matched, a match for
      *> a different amount is stamped as differing and listed,
      *> and a bank item with nothing behind it here is listed as
      *> unknown. Every deposit dated on or before the statement's
      *> last posting date that is still open is then listed as
      *> never arrived. Register goes to data/BANK_RECON.rpt; the
      *> processed statement is set aside under a dated name.
      *> Deposits already matched on an earlier statement stay
      *> matched, so a late credit clears on next month's run.
        environment division.
           input-output section.
               file-control.
                   COPY DEPOSITSEL.
                   select optional STATEMENT-IN
                       assign to "data/BANK_STATEMENT.txt"
                       organization is line sequential
                       file status is STATEMENT-status.
                   select RECON-RPT
                       assign to "data/BANK_RECON.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd DEPOSITS.
                   COPY DEPOSITFD.
               fd STATEMENT-IN.
                   01 statement-line.
                       02 stmtDate pic 9(8).
                       02 filler pic x.
                       02 stmtType pic x(3).
                       02 filler pic x.
                       02 stmtReference pic x(10).
                       02 filler pic x.
                       02 stmtAmount pic 9(7)v99.
               fd RECON-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 depositEof pic x.
               01 depositFound pic x.
               01 todayDate pic 9(8).
               01 lastStmtDate pic 9(8) value 0.
               01 STATEMENT-status pic xx.
               01 stmtDepositId pic 9(7).
               01 amountDifference pic s9(7)v99.
               01 itemsRead pic 9(5) value 0.
               01 itemsMatched pic 9(5) value 0.
               01 itemsDiffering pic 9(5) value 0.
               01 itemsUnknown pic 9(5) value 0.
               01 depositsMissing pic 9(5) value 0.
               01 amountMissing pic 9(7)v99 value 0.
               01 commandLine pic x(120).
               COPY CTRLPARM.
               COPY SPOOLPARM.
               COPY DEPOSITSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input STATEMENT-IN
           if STATEMENT-status not = "00"
               display "No bank statement at data/BANK_STATEMENT.txt"
                       " -- nothing to reconcile."
               close STATEMENT-IN
               goback
           end-if

           open i-o DEPOSITS
           if not DEPOSIT-status-ok
               display "Unable to open DEPOSITS file. Status: "
                       DEPOSIT-status
               add 1 to batchStepProblems
               close STATEMENT-IN
               close DEPOSITS
               goback
           end-if

           open output RECON-RPT
           move spaces to report-line
           string "Bank Statement Reconciliation - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Bank items that differ or are unknown ---"
               delimited by size into report-line
           write report-line

           perform until eof = 'y'
               read STATEMENT-IN
                   at end
                       move 'y' to eof
                   not at end
      *> The bank's header, balance and trailer lines carry no
      *> numeric posting date -- skip them.
                       if statement-line(1:8) is numeric
                           and stmtAmount is numeric
                           add 1 to itemsRead
                           if stmtDate > lastStmtDate
                               move stmtDate to lastStmtDate
                           end-if
                           perform match-one-item
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "--- Deposits never arrived (through "
               lastStmtDate ") ---"
               delimited by size into report-line
           write report-line
           perform list-missing-deposits

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Bank items read: " itemsRead
               "  Matched: " itemsMatched
               "  Differ: " itemsDiffering
               "  Unknown: " itemsUnknown
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Deposits never arrived: " depositsMissing
               " for " amountMissing
               delimited by size into report-line
           write report-line

           close STATEMENT-IN
           close DEPOSITS
           close RECON-RPT

      *> Set the processed statement aside so next month's starts a
      *> fresh file.
           move spaces to commandLine
           string "mv data/BANK_STATEMENT.txt"
               " data/BANK_STATEMENT_" todayDate ".done"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           move "BANKRECON" to spoolReportName
           move "bankRecon" to spoolProgram
           move "data/BANK_RECON.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           display "Bank reconciliation complete."
           display "  Bank items read:        " itemsRead
           display "  Matched:                " itemsMatched
           display "  Amounts differ:         " itemsDiffering
           display "  Unknown to us:          " itemsUnknown
           display "  Deposits never arrived: " depositsMissing
           display "Report written to data/BANK_RECON.rpt"

           move "BANKRECON" to ctrlJobName
           move itemsRead to ctrlRead
           move itemsMatched to ctrlWritten
           compute ctrlRejected = itemsDiffering + itemsUnknown
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       match-one-item.
           move 'n' to depositFound
           evaluate stmtType
               when "DEP"
                   perform find-branch-deposit
               when "LBX"
                   perform find-lockbox-deposit
               when other
                   continue
           end-evaluate

           if depositFound not = 'y'
               add 1 to itemsUnknown
               move spaces to report-line
               string "| " stmtDate
                   " | " stmtType
                   " | ref " stmtReference
                   " | " stmtAmount
                   " | NO RECORD OF THIS ITEM |"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if

           move stmtDate to depositBankDate
           move stmtAmount to depositBankAmount
           if stmtAmount = depositTotal
               move "M" to depositStatus
               add 1 to itemsMatched
           else
               move "X" to depositStatus
               add 1 to itemsDiffering
               compute amountDifference = stmtAmount - depositTotal
               move spaces to report-line
               string "| " stmtDate
                   " | " stmtType
                   " | deposit " depositId
                   " | ours " depositTotal
                   " | bank " stmtAmount
                   " | diff " amountDifference " |"
                   delimited by size into report-line
               write report-line
           end-if
           rewrite DEPOSIT-rec.

      *> The deposit number on the slip is the bank's reference.
      *> A deposit already marked off is not matched twice.
       find-branch-deposit.
           if stmtReference(1:7) is not numeric
               exit paragraph
           end-if
           move stmtReference(1:7) to stmtDepositId
           move stmtDepositId to depositId
           read DEPOSITS key is depositId
               invalid key
                   exit paragraph
           end-read
           if deposit-till and deposit-open
               move 'y' to depositFound
           end-if.

       find-lockbox-deposit.
           move 'n' to depositEof
           move stmtDate to depositDate
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
                           when depositDate not = stmtDate
                               move 'y' to depositEof
                           when deposit-lockbox and deposit-open
                               move 'y' to depositFound
                               move 'y' to depositEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.

       list-missing-deposits.
           move 'n' to depositEof
           move 0 to depositId
           start DEPOSITS key is not less than depositId
               invalid key
                   move 'y' to depositEof
           end-start
           perform until depositEof = 'y'
               read DEPOSITS next record
                   at end
                       move 'y' to depositEof
                   not at end
                       if deposit-open
                           and depositDate <= lastStmtDate
                           add 1 to depositsMissing
                           add depositTotal to amountMissing
                           move spaces to report-line
                           string "| deposit " depositId
                               " | " depositKind
                               " | " depositDate
                               " | cash " depositCashTotal
                               " | checks " depositCheckTotal
                               " | total " depositTotal
                               " | NOT ON STATEMENT |"
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform.
