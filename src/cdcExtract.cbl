        IDENTIFICATION DIVISION.
        PROGRAM-ID. cdcExtract.
      *> Nightly change-data extract for the board's reporting
      *> database. Reads the after-image recovery journals
      *> writeAfterImage cuts (data/RECOVERY_<YYYYMMDD>.jrl) from
      *> where the last extract stopped and writes every change to
      *> ACMA, DUES and PAYMENTS as a pipe-delimited row -- table,
      *> operation, key, timestamp and the full after-image split
      *> into named columns -- to data/CDC_<YYYYMMDD>.txt. A
      *> header row opens the file, a column row names each
      *> table's fields, and a trailer row carries the row counts
      *> and a key hash total; the finished file is read back
      *> against the trailer and the counts go through
      *> writeControlTotals. The first run (no data/CDC_CONTROL.txt)
      *> or a full snapshot asked for at the terminal writes every
      *> current row of the three files instead, as operation "S".
        environment division.
           input-output section.
               file-control.
                   COPY ACMASEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select optional RECOVERY-JRL
                       assign using journalFileName
                       organization is line sequential
                       file status is JRL-status.
                   select optional CDC-CONTROL
                       assign to "data/CDC_CONTROL.txt"
                       organization is line sequential
                       file status is CDCCTL-status.
                   select CDC-OUT
                       assign using extractFileName
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd ACMA.
                   COPY ACMAFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
      *> Positions match the line writeAfterImage builds: date,
      *> time, FILE=, ACT=, then the record image.
               fd RECOVERY-JRL.
                   01 journal-line.
                       02 jrnDate pic 9(8).
                       02 filler pic x.
                       02 jrnTime pic x(8).
                       02 filler pic x(6).
                       02 jrnFileCode pic x(8).
                       02 filler pic x(5).
                       02 jrnAction pic x.
                       02 filler pic x(5).
                       02 jrnImage pic x(180).
                       02 filler pic x(18).
               fd CDC-CONTROL.
                   01 control-rec.
                       02 ctlLastDate pic 9(8).
                       02 filler pic x.
                       02 ctlLastLines pic 9(7).
               fd CDC-OUT.
                   01 cdc-line pic x(400).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 extractMode pic x value "D".
                   88 mode-delta value "D".
                   88 mode-full value "F".
               01 modeChoice pic x.
               01 fromDate pic 9(8) value 0.
               01 skipLines pic 9(7) value 0.
               01 scanDate pic 9(8).
               01 linesInJournal pic 9(7).
               01 todayLines pic 9(7) value 0.
               01 journalFileName pic x(30).
               01 extractFileName pic x(30).
               01 rowOperation pic x.
               01 rowStamp pic x(17).
               01 rowKey pic 9(7).
               01 linesRead pic 9(7) value 0.
               01 linesSkipped pic 9(7) value 0.
               01 rowsWritten pic 9(7) value 0.
               01 acmaRows pic 9(7) value 0.
               01 duesRows pic 9(7) value 0.
               01 paymentRows pic 9(7) value 0.
               01 keyHashTotal pic 9(12) value 0.
               01 rowsVerified pic 9(7) value 0.
               01 hashVerified pic 9(12) value 0.
               01 trailerRows pic 9(7) value 0.
               01 trailerHash pic 9(12) value 0.
               01 verifyOk pic x value 'n'.
               01 moneyEdit1 pic 9(5).99.
               01 moneyEdit2 pic 9(5).99.
               01 moneyEdit3 pic 9(5).99.
               01 linePtr pic 9(4).
               01 fieldCount pic 99.
               01 verify-fields.
                   02 vfKind pic x.
                   02 vfTable pic x(8).
                   02 vfOperation pic x.
                   02 vfKey pic x(12).
                   02 vfRows pic x(12).
               COPY CTRLPARM.
               COPY ACMASTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               01 JRL-status pic xx.
               01 CDCCTL-status pic xx.

        PROCEDURE DIVISION.
      *> The training copy never feeds the reporting database.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- the change-data extract"
                       " is not run against it."
               goback
           end-if

           accept todayDate from date yyyymmdd
           accept todayTime from time

      *> Where the last extract stopped; none on file means the
      *> reporting database has nothing yet and needs everything.
           open input CDC-CONTROL
           if CDCCTL-status = "00"
               read CDC-CONTROL
                   at end
                       continue
                   not at end
                       move ctlLastDate to fromDate
                       move ctlLastLines to skipLines
               end-read
           end-if
           close CDC-CONTROL
           if fromDate = 0
               move "F" to extractMode
           end-if

      *> Under the nightly driver there is nobody at the terminal
      *> -- the deltas since last night, unless there is no
      *> starting point.
           if batchRunActive not = 'y' and mode-delta
               display "Change extract: [D]elta since " fromDate
                       " or [F]ull snapshot? " no advancing
               move "D" to modeChoice
               accept modeChoice
               move function upper-case(modeChoice) to modeChoice
               if modeChoice = "F"
                   move "F" to extractMode
               end-if
           end-if

           move spaces to extractFileName
           string "data/CDC_" todayDate ".txt"
               delimited by size into extractFileName
           open output CDC-OUT
           move spaces to cdc-line
           string "H|CDC|" todayDate "|" todayTime "|" extractMode
               "|" fromDate
               delimited by size into cdc-line
           write cdc-line
           perform write-column-rows

           if mode-full
               perform extract-full-snapshot
           else
               perform extract-journal-deltas
           end-if

           move spaces to cdc-line
           string "T|" rowsWritten "|" acmaRows "|" duesRows "|"
               paymentRows "|" keyHashTotal
               delimited by size into cdc-line
           write cdc-line
           close CDC-OUT

           perform verify-extract
           perform save-control-point

           move "CDCEXTRACT" to ctrlJobName
           move linesRead to ctrlRead
           move rowsVerified to ctrlWritten
           move linesSkipped to ctrlRejected
           move "N" to ctrlCheckAcmaFile
           call "writeControlTotals" using ctrl-parms

           if mode-full
               display "Full snapshot extracted."
           else
               display "Change extract from " fromDate " complete."
           end-if
           display "  Rows:      " rowsWritten
           display "  ACMA:      " acmaRows
           display "  DUES:      " duesRows
           display "  PAYMENTS:  " paymentRows
           display "  Skipped:   " linesSkipped
           display "Extract written to "
                   function trim(extractFileName)

       GOBACK.

      *> One row per table naming the columns its data rows carry
      *> after the table, operation, key and timestamp.
       write-column-rows.
           move spaces to cdc-line
           string "C|ACMA|memberId|memberName|nickname|statusCode|"
               "joinDate|expiryDate|deletedDate|birthDate|"
               "membershipType|branchCode|streetAddress|addrCity|"
               "addrState|addrZip|badAddressFlag|autoRenewFlag|"
               "dateOfDeath"
               delimited by size into cdc-line
           write cdc-line
           move spaces to cdc-line
           string "C|DUES|duesMemberId|duesMemberName|amountOwed|"
               "amountPaid|lastPaymentDate|dueDate|duesBranchCode|"
               "creditBalance|duesCashOnly"
               delimited by size into cdc-line
           write cdc-line
           move spaces to cdc-line
           string "C|PAYMENTS|receiptNumber|paymentMemberId|"
               "paymentMemberName|paymentDate|paymentTime|"
               "paymentAmount|paymentType|paymentOperator|"
               "paymentApprovedBy|paymentTender|paymentChargeCode|"
               "paymentCampaign|paymentTaxCode|paymentLinkReceipt|"
               "paymentCheckNumber|paymentPromoCode|"
               "paymentVoidedType|paymentVoidReason|paymentOrigDate"
               delimited by size into cdc-line
           write cdc-line.

      *> Every recovery journal from the last stopping point to
      *> today, picking the last one up past the lines already sent.
       extract-journal-deltas.
           move fromDate to scanDate
           perform until scanDate > todayDate
               perform extract-one-journal
               compute scanDate = function date-of-integer
                   (function integer-of-date(scanDate) + 1)
           end-perform.

       extract-one-journal.
           move spaces to journalFileName
           string "data/RECOVERY_" scanDate ".jrl"
               delimited by size into journalFileName
           move 0 to linesInJournal
           open input RECOVERY-JRL
           if JRL-status not = "00"
               close RECOVERY-JRL
               exit paragraph
           end-if
           move 'n' to eof
           perform until eof = 'y'
               read RECOVERY-JRL
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to linesInJournal
                       if scanDate not = fromDate
                           or linesInJournal > skipLines
                           add 1 to linesRead
                           perform extract-one-image
                       end-if
               end-read
           end-perform
           close RECOVERY-JRL
           if scanDate = todayDate
               move linesInJournal to todayLines
           end-if.

       extract-one-image.
           move jrnAction to rowOperation
           move spaces to rowStamp
           string jrnDate "." jrnTime
               delimited by size into rowStamp
           evaluate jrnFileCode
               when "ACMA"
                   move jrnImage to ACMA-rec
                   perform write-acma-row
               when "DUES"
                   move jrnImage to DUES-rec
                   perform write-dues-row
               when "PAYMENTS"
                   move jrnImage to PAYJNL-rec
                   perform write-payment-row
               when other
                   add 1 to linesSkipped
           end-evaluate.

      *> Everything on file now, for a first load or a reload.
      *> Today's journal lines so far are already in the snapshot.
       extract-full-snapshot.
           move "S" to rowOperation
           move spaces to rowStamp
           string todayDate "." todayTime
               delimited by size into rowStamp

           open input ACMA
           if ACMA-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read ACMA next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to linesRead
                           perform write-acma-row
                   end-read
               end-perform
           end-if
           close ACMA

           open input DUES
           if DUES-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read DUES next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to linesRead
                           perform write-dues-row
                   end-read
               end-perform
           end-if
           close DUES

           open input PAYMENTS
           if PAYJNL-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read PAYMENTS next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to linesRead
                           perform write-payment-row
                   end-read
               end-perform
           end-if
           close PAYMENTS

           move spaces to journalFileName
           string "data/RECOVERY_" todayDate ".jrl"
               delimited by size into journalFileName
           open input RECOVERY-JRL
           if JRL-status = "00"
               move 'n' to eof
               perform until eof = 'y'
                   read RECOVERY-JRL
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to todayLines
                   end-read
               end-perform
           end-if
           close RECOVERY-JRL.

       write-acma-row.
           move memberId to rowKey
           move spaces to cdc-line
           string "D|ACMA|" rowOperation "|" rowKey "|" rowStamp "|"
               memberId "|"
               function trim(memberName trailing) "|"
               function trim(nickname trailing) "|"
               statusCode "|" joinDate "|" expiryDate "|"
               deletedDate "|" birthDate "|" membershipType "|"
               function trim(branchCode trailing) "|"
               function trim(streetAddress trailing) "|"
               function trim(addrCity trailing) "|"
               addrState "|"
               function trim(addrZip trailing) "|"
               badAddressFlag "|" autoRenewFlag "|" dateOfDeath
               delimited by size into cdc-line
           write cdc-line
           add 1 to acmaRows
           perform count-one-row.

       write-dues-row.
           move duesMemberId to rowKey
           move amountOwed to moneyEdit1
           move amountPaid to moneyEdit2
           if creditBalance not numeric
               move 0 to moneyEdit3
           else
               move creditBalance to moneyEdit3
           end-if
           move spaces to cdc-line
           string "D|DUES|" rowOperation "|" rowKey "|" rowStamp "|"
               duesMemberId "|"
               function trim(duesMemberName trailing) "|"
               moneyEdit1 "|" moneyEdit2 "|"
               lastPaymentDate "|" dueDate "|"
               function trim(duesBranchCode trailing) "|"
               moneyEdit3 "|" duesCashOnly
               delimited by size into cdc-line
           write cdc-line
           add 1 to duesRows
           perform count-one-row.

       write-payment-row.
           move receiptNumber to rowKey
           move paymentAmount to moneyEdit1
           if paymentOrigDate not numeric
               move 0 to paymentOrigDate
           end-if
           move spaces to cdc-line
           string "D|PAYMENTS|" rowOperation "|" rowKey "|"
               rowStamp "|"
               receiptNumber "|" paymentMemberId "|"
               function trim(paymentMemberName trailing) "|"
               paymentDate "|" paymentTime "|" moneyEdit1 "|"
               paymentType "|"
               function trim(paymentOperator trailing) "|"
               function trim(paymentApprovedBy trailing) "|"
               paymentTender "|"
               function trim(paymentChargeCode trailing) "|"
               function trim(paymentCampaign trailing) "|"
               paymentTaxCode "|" paymentLinkReceipt "|"
               function trim(paymentCheckNumber trailing) "|"
               function trim(paymentPromoCode trailing) "|"
               paymentVoidedType "|"
               function trim(paymentVoidReason trailing) "|"
               paymentOrigDate
               delimited by size into cdc-line
           write cdc-line
           add 1 to paymentRows
           perform count-one-row.

       count-one-row.
           add 1 to rowsWritten
           add rowKey to keyHashTotal.

      *> Read the finished file back: the data rows and key hash
      *> must agree with the trailer before the control point
      *> moves on.
       verify-extract.
           open input CDC-OUT
           move 'n' to eof
           perform until eof = 'y'
               read CDC-OUT
                   at end
                       move 'y' to eof
                   not at end
                       perform verify-one-line
               end-read
           end-perform
           close CDC-OUT
           if rowsVerified = trailerRows
               and hashVerified = trailerHash
               and rowsVerified = rowsWritten
               move 'y' to verifyOk
           else
               display "*** Extract does not agree with its trailer"
                       " -- rows " rowsVerified " of " trailerRows
                       " ***"
               move 0 to rowsVerified
           end-if.

       verify-one-line.
           move spaces to verify-fields
           evaluate cdc-line(1:2)
               when "D|"
                   unstring cdc-line delimited by "|"
                       into vfKind vfTable vfOperation vfKey
                   end-unstring
                   add 1 to rowsVerified
                   add function numval(vfKey) to hashVerified
               when "T|"
                   unstring cdc-line delimited by "|"
                       into vfKind vfRows
                   end-unstring
                   compute trailerRows = function numval(vfRows)
                   move 1 to linePtr
                   move 0 to fieldCount
                   perform until fieldCount = 5
                           or linePtr > 400
                       if cdc-line(linePtr:1) = "|"
                           add 1 to fieldCount
                       end-if
                       add 1 to linePtr
                   end-perform
                   move cdc-line(linePtr:12) to trailerHash
               when other
                   continue
           end-evaluate.

      *> The next run picks up from today's journal past the lines
      *> this one has sent. A failed read-back leaves the point
      *> where it was, so the same changes go again.
       save-control-point.
           if verifyOk not = 'y'
               exit paragraph
           end-if
           open output CDC-CONTROL
           move spaces to control-rec
           move todayDate to ctlLastDate
           move todayLines to ctlLastLines
           write control-rec
           close CDC-CONTROL.
