        IDENTIFICATION DIVISION.
        PROGRAM-ID. draftRun.
      *> Nightly direct-debit draft run: for every active mandate
      *> on data/MANDATES.dat whose member has an open balance on
      *> DUES.dat falling due within the DRAFTLEADDAYS parameter,
      *> writes a draft to the bank file data/DRAFTS_<YYYYMMDD>.txt
      *> and records it on data/DRAFTS.dat as sent. Credit held on
      *> account is netted off first, and a member with a draft
      *> still awaiting the bank is not drafted twice. Nothing
      *> posts here -- the payment posts when draftConfirm reads
      *> the bank's confirmation.
        environment division.
           input-output section.
               file-control.
                   COPY MANDSEL.
                   COPY DUESSEL.
                   COPY DRAFTSEL.
                   select BANK-OUT
                       assign using bankFileName
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd MANDATES.
                   COPY MANDFD.
               fd DUES.
                   COPY DUESFD.
               fd DRAFTS.
                   COPY DRAFTFD.
               fd BANK-OUT.
                   01 bank-line.
                       02 bankDraftId pic 9(7).
                       02 bankRouting pic 9(9).
                       02 bankAccount pic x(17).
                       02 bankAmount pic 9(5)v99.
                       02 bankMemberId pic 9(7).
                       02 bankMemberName pic x(16).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 draftEof pic x.
               01 draftOutstanding pic x.
               01 todayDate pic 9(8).
               01 horizonDate pic 9(8).
               01 leadDays pic 9(7) value 3.
               01 bankFileName pic x(30).
               01 openBalance pic s9(5)v99.
               01 draftDue pic s9(5)v99.
               01 mandatesRead pic 9(5) value 0.
               01 draftsWritten pic 9(5) value 0.
               01 draftsTotal pic 9(7)v99 value 0.
               COPY GETPARM.
               COPY SEQPARM.
               COPY CTRLPARM.
               COPY MANDSTAT.
               COPY DUESSTAT.
               COPY DRAFTSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> The bank needs a few days' notice, so a balance falling
      *> due inside the lead time is drafted now.
           move "DRAFTLEADDAYS" to getParmName
           move 3 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to leadDays
           compute horizonDate = function date-of-integer
               (function integer-of-date(todayDate) + leadDays)

           open i-o MANDATES
           evaluate true
               when MAND-status = "05"
                   display "No direct-debit mandates on file."
                   close MANDATES
                   goback
               when MAND-status-ok
                   continue
               when other
                   display "Unable to open MANDATES file. Status: "
                           MAND-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open input DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               add 1 to batchStepProblems
               close MANDATES
               goback
           end-if
           open i-o DRAFTS
           if not DRAFT-status-ok
               display "Unable to open DRAFTS file. Status: "
                       DRAFT-status
               add 1 to batchStepProblems
               close MANDATES
               close DUES
               goback
           end-if

           move spaces to bankFileName
           string "data/DRAFTS_" todayDate ".txt"
               delimited by size into bankFileName
           open output BANK-OUT

           perform until eof = 'y'
               read MANDATES next record
                   at end
                       move 'y' to eof
                   not at end
                       if mand-active
                           add 1 to mandatesRead
                           perform draft-one-mandate
                       end-if
               end-read
           end-perform

           close MANDATES
           close DUES
           close DRAFTS
           close BANK-OUT

           display "Draft run complete."
           display "  Active mandates: " mandatesRead
           display "  Drafts written:  " draftsWritten
                   " for " draftsTotal
           display "Bank file written to " function trim(bankFileName)

           move "DRAFTRUN" to ctrlJobName
           move mandatesRead to ctrlRead
           move draftsWritten to ctrlWritten
           move 0 to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

       GOBACK.

       draft-one-mandate.
           move mandMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           compute openBalance = amountOwed - amountPaid
           compute draftDue = openBalance - creditBalance
           if draftDue <= 0 or dueDate > horizonDate
               exit paragraph
           end-if

           perform check-outstanding-draft
           if draftOutstanding = 'y'
               exit paragraph
           end-if

           initialize DRAFT-rec
           move "DRAFT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to draftId
           move mandMemberId to draftMemberId
           move mandMemberName to draftMemberName
           move todayDate to draftDate
           move draftDue to draftAmount
           move "S" to draftStatus
           move 0 to draftReceipt
           move 0 to draftSettleDate
           write DRAFT-rec
               invalid key
                   display "Unable to record draft " draftId
                   add 1 to batchStepProblems
                   exit paragraph
           end-write

           move draftId to bankDraftId
           move mandRouting to bankRouting
           move mandAccount to bankAccount
           move draftAmount to bankAmount
           move mandMemberId to bankMemberId
           move mandMemberName to bankMemberName
           write bank-line

           move todayDate to mandLastDraftDate
           rewrite MAND-rec
           add 1 to draftsWritten
           add draftAmount to draftsTotal.

       check-outstanding-draft.
           move 'n' to draftOutstanding
           move 'n' to draftEof
           move mandMemberId to draftMemberId
           start DRAFTS key is equal to draftMemberId
               invalid key
                   move 'y' to draftEof
           end-start
           perform until draftEof = 'y'
               read DRAFTS next record
                   at end
                       move 'y' to draftEof
                   not at end
                       evaluate true
                           when draftMemberId not = mandMemberId
                               move 'y' to draftEof
                           when draft-sent
                               move 'y' to draftOutstanding
                               move 'y' to draftEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
