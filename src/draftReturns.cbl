        IDENTIFICATION DIVISION.
        PROGRAM-ID. draftReturns.
      *> Direct-debit returns import: reads the bank's returns
      *> file (data/DRAFT_RETURNS.txt -- draft id, the bank's
      *> return code, reason text per line). A returned draft that
      *> had already posted is taken back through reversePayment,
      *> journaled as a type "N" returned payment under the bank's
      *> code; one returned before it was confirmed simply never
      *> posts. Either way the draft is marked returned and the
      *> reason noted on the member's mandate, and once a mandate
      *> has been returned DRAFTMAXRETURNS times it is cancelled
      *> so the member goes back to paying at the desk. Register
      *> goes to data/DRAFT_RETURNS.rpt; the processed file is set
      *> aside under a dated name.
        environment division.
           input-output section.
               file-control.
                   COPY DRAFTSEL.
                   COPY MANDSEL.
                   select optional RETURNS-IN
                       assign to "data/DRAFT_RETURNS.txt"
                       organization is line sequential
                       file status is RETURNS-status.
                   select REGISTER-RPT
                       assign to "data/DRAFT_RETURNS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd DRAFTS.
                   COPY DRAFTFD.
               fd MANDATES.
                   COPY MANDFD.
               fd RETURNS-IN.
                   01 returns-line.
                       02 retDraftId pic 9(7).
                       02 filler pic x.
                       02 retCode pic x(4).
                       02 filler pic x.
                       02 retReason pic x(16).
               fd REGISTER-RPT.
                   01 report-line pic x(90).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 RETURNS-status pic xx.
               01 maxReturns pic 9(7) value 2.
               01 linesRead pic 9(5) value 0.
               01 draftsReturned pic 9(5) value 0.
               01 paymentsReversed pic 9(5) value 0.
               01 mandatesCancelled pic 9(5) value 0.
               01 exceptionsFound pic 9(5) value 0.
               01 reversalNote pic x(20).
               01 commandLine pic x(120).
               COPY GETPARM.
               COPY REVPARM.
               COPY CTRLPARM.
               COPY DRAFTSTAT.
               COPY MANDSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           move "DRAFTMAXRETURNS" to getParmName
           move 2 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to maxReturns

           open input RETURNS-IN
           if RETURNS-status not = "00"
               display "No returns file at data/DRAFT_RETURNS.txt"
                       " -- nothing to import."
               close RETURNS-IN
               goback
           end-if

           open i-o DRAFTS
           if not DRAFT-status-ok
               display "Unable to open DRAFTS file. Status: "
                       DRAFT-status
               add 1 to batchStepProblems
               close RETURNS-IN
               goback
           end-if
           open i-o MANDATES

           open output REGISTER-RPT
           move spaces to report-line
           string "Direct-Debit Returns Register - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read RETURNS-IN
                   at end
                       move 'y' to eof
                   not at end
                       if returns-line(1:7) is numeric
                           add 1 to linesRead
                           perform return-one-draft
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Returns read: " linesRead
               "  Reversed: " paymentsReversed
               "  Mandates cancelled: " mandatesCancelled
               "  Exceptions: " exceptionsFound
               delimited by size into report-line
           write report-line

           close RETURNS-IN
           close DRAFTS
           close MANDATES
           close REGISTER-RPT

           move spaces to commandLine
           string "mv data/DRAFT_RETURNS.txt"
               " data/DRAFT_RETURNS_" todayDate ".done"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           display "Draft returns import complete."
           display "  Drafts returned:    " draftsReturned
           display "  Payments reversed:  " paymentsReversed
           display "  Mandates cancelled: " mandatesCancelled
           display "Register written to data/DRAFT_RETURNS.rpt"

           move "DRAFTRETURNS" to ctrlJobName
           move linesRead to ctrlRead
           move draftsReturned to ctrlWritten
           move exceptionsFound to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       return-one-draft.
           move retDraftId to draftId
           read DRAFTS key is draftId
               invalid key
                   perform report-return-exception
                   exit paragraph
           end-read
           if draft-returned
               perform report-return-exception
               exit paragraph
           end-if

           move spaces to reversalNote
           if draft-posted
               initialize rev-parms
               move draftMemberId to revParmMemberId
               move draftAmount to revParmAmount
               move draftReceipt to revParmOrigReceipt
               move retCode to revParmReason
               call "reversePayment" using rev-parms
               if revParmResult = spaces
                   add 1 to paymentsReversed
                   move "reversed" to reversalNote
               else
                   move revParmResult to reversalNote
                   add 1 to batchStepProblems
               end-if
           else
               move "never posted" to reversalNote
           end-if

           move "R" to draftStatus
           move retReason to draftReturnReason
           rewrite DRAFT-rec
           add 1 to draftsReturned

           move spaces to report-line
           string "| draft " retDraftId
               " | " draftMemberId " " draftMemberName
               " | " draftAmount
               " | " retCode " " retReason
               " | " reversalNote " |"
               delimited by size into report-line
           write report-line

           perform note-return-on-mandate.

       note-return-on-mandate.
           if not MAND-status-ok
               exit paragraph
           end-if
           move draftMemberId to mandMemberId
           read MANDATES key is mandMemberId
               invalid key
                   exit paragraph
           end-read
           add 1 to mandReturnCount
           move todayDate to mandLastReturnDate
           move retReason to mandLastReason
           if mand-active and mandReturnCount >= maxReturns
               move "C" to mandStatus
               move todayDate to mandCancelDate
               add 1 to mandatesCancelled
               move spaces to report-line
               string "|   mandate CANCELLED after "
                   mandReturnCount " returns -- member "
                   mandMemberId " pays at the desk |"
                   delimited by size into report-line
               write report-line
           end-if
           rewrite MAND-rec.

       report-return-exception.
           add 1 to exceptionsFound
           move spaces to report-line
           string "| draft " retDraftId
               " | " retCode " " retReason
               " | EXCEPTION no returnable draft |"
               delimited by size into report-line
           write report-line.
