        IDENTIFICATION DIVISION.
        PROGRAM-ID. draftConfirm.
      *> Direct-debit confirmation import: reads the bank's
      *> confirmation file (data/DRAFT_CONFIRM.txt -- draft id,
      *> amount collected, settlement date per line) and, for each
      *> draft on data/DRAFTS.dat still awaiting the bank, posts
      *> the collected amount through postPayment as a bank-draft
      *> tendered payment, exactly as duesPost would. The money
      *> has already left the member's bank, so it posts even when
      *> the balance has since been paid -- the excess is held as
      *> credit on account. A confirmation naming no outstanding
      *> draft, or an amount other than the one drafted, is not
      *> posted and is listed on the register
      *> data/DRAFT_CONFIRM.rpt for the office to take up with the
      *> bank. The processed file is set aside under a dated name.
        environment division.
           input-output section.
               file-control.
                   COPY DRAFTSEL.
                   select optional CONFIRM-IN
                       assign to "data/DRAFT_CONFIRM.txt"
                       organization is line sequential
                       file status is CONFIRM-status.
                   select REGISTER-RPT
                       assign to "data/DRAFT_CONFIRM.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd DRAFTS.
                   COPY DRAFTFD.
               fd CONFIRM-IN.
                   01 confirm-line.
                       02 confDraftId pic 9(7).
                       02 filler pic x.
                       02 confAmount pic 9(5)v99.
                       02 filler pic x.
                       02 confSettleDate pic 9(8).
               fd REGISTER-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 CONFIRM-status pic xx.
               01 linesRead pic 9(5) value 0.
               01 draftsPosted pic 9(5) value 0.
               01 exceptionsFound pic 9(5) value 0.
               01 amountPosted pic 9(7)v99 value 0.
               01 lineOutcome pic x(16).
               01 commandLine pic x(120).
               COPY PAYPARM.
               COPY CTRLPARM.
               COPY DRAFTSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open input CONFIRM-IN
           if CONFIRM-status not = "00"
               display "No confirmation file at"
                       " data/DRAFT_CONFIRM.txt -- nothing to"
                       " import."
               close CONFIRM-IN
               goback
           end-if

           open i-o DRAFTS
           if not DRAFT-status-ok
               display "Unable to open DRAFTS file. Status: "
                       DRAFT-status
               add 1 to batchStepProblems
               close CONFIRM-IN
               goback
           end-if

           open output REGISTER-RPT
           move spaces to report-line
           string "Direct-Debit Confirmation Register - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read CONFIRM-IN
                   at end
                       move 'y' to eof
                   not at end
      *> The bank's header and trailer lines carry no numeric
      *> draft id -- skip them.
                       if confirm-line(1:7) is numeric
                           add 1 to linesRead
                           perform confirm-one-draft
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Lines read: " linesRead
               "  Posted: " draftsPosted " for " amountPosted
               "  Exceptions: " exceptionsFound
               delimited by size into report-line
           write report-line

           close CONFIRM-IN
           close DRAFTS
           close REGISTER-RPT

           move spaces to commandLine
           string "mv data/DRAFT_CONFIRM.txt"
               " data/DRAFT_CONFIRM_" todayDate ".done"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           display "Draft confirmation import complete."
           display "  Posted:     " draftsPosted
           display "  Exceptions: " exceptionsFound
                   " -- see data/DRAFT_CONFIRM.rpt"

           move "DRAFTCONFIRM" to ctrlJobName
           move linesRead to ctrlRead
           move draftsPosted to ctrlWritten
           move exceptionsFound to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       confirm-one-draft.
           move spaces to lineOutcome
           move confDraftId to draftId
           read DRAFTS key is draftId
               invalid key
                   move "NODRAFT" to lineOutcome
           end-read
           if lineOutcome = spaces
               evaluate true
                   when not draft-sent
                       move "NOTOUTSTANDING" to lineOutcome
                   when confAmount not = draftAmount
                       move "AMOUNTMISMATCH" to lineOutcome
                   when other
                       continue
               end-evaluate
           end-if

           if lineOutcome = spaces
               initialize pay-parms
               move draftMemberId to payParmMemberId
               move draftAmount to payParmAmount
               move "B" to payParmTender
               move 'n' to payParmNeedBalance
               move "Y" to payParmNoDrawer
               call "postPayment" using pay-parms
               move payParmResult to lineOutcome
           end-if

           move spaces to report-line
           if lineOutcome = spaces
               move "P" to draftStatus
               move payParmReceipt to draftReceipt
               move confSettleDate to draftSettleDate
               rewrite DRAFT-rec
               add 1 to draftsPosted
               add draftAmount to amountPosted
               string "| draft " confDraftId
                   " | " draftMemberId " " draftMemberName
                   " | " confAmount
                   " | receipt " payParmReceipt " |"
                   delimited by size into report-line
           else
               add 1 to exceptionsFound
               string "| draft " confDraftId
                   " | " confAmount
                   " | settled " confSettleDate
                   " | EXCEPTION " lineOutcome " |"
                   delimited by size into report-line
           end-if
           write report-line.
