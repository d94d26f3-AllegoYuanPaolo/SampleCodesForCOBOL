        IDENTIFICATION DIVISION.
        PROGRAM-ID. dutiesReport.
      *> Monthly segregation-of-duties exceptions, the auditor's
      *> proof that nobody both keys and approves their own money
      *> movements. For the month it lists:
      *>   - corrections on data/PAYMENTS.dat (adjustments,
      *>     refunds, write-offs, voids ...) whose approving
      *>     supervisor is the operator who keyed them;
      *>   - operators who worked on their own membership -- the
      *>     member number data/STAFF.dat links them to -- through
      *>     a correction on the journal or a change on the audit
      *>     trail (data/AUDIT.log or the month's archive);
      *>   - till closes on data/TILLCLOSE.log with no second
      *>     counter, by an operator who took money at the counter
      *>     that day;
      *>   - approvals given by an operator who was not supervisor
      *>     or admin level at the time, by the level history on
      *>     data/STAFF.dat (an operator with no history is taken
      *>     at today's level on data/OPERATORS.dat).
      *> The journal for a closed year is read from its
      *> data/PAYJNL_<YYYY>.dat archive. The nightly calendar runs
      *> it on the first for the month just ended. Written to
      *> data/DUTIES_EXCEPTIONS.rpt and spooled, which enters it in
      *> the report catalog.
        environment division.
           input-output section.
               file-control.
                   COPY PAYJNLSEL.
                   select optional PAYJNL-ARCH
                       assign using archiveFileName
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of ARCH-rec
                       alternate record key is
                           paymentMemberId of ARCH-rec
                           with duplicates
                       file status is ARCH-status.
                   COPY OPERSEL.
                   COPY STAFFSEL.
                   select optional AUDIT-IN
                       assign using auditFileName
                       organization is line sequential
                       file status is AUDITIN-status.
                   select optional TILL-LOG
                       assign to "data/TILLCLOSE.log"
                       organization is line sequential
                       file status is TILLLOG-status.
                   select DUTIES-RPT
                       assign to "data/DUTIES_EXCEPTIONS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
               fd OPERATORS.
                   COPY OPERFD.
               fd STAFF.
                   COPY STAFFFD.
               fd AUDIT-IN.
                   01 audit-line pic x(180).
               fd TILL-LOG.
                   01 tilllog-line pic x(90).
               fd DUTIES-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 reportPeriod pic 9(6).
               01 archiveFileName pic x(28).
               01 auditFileName pic x(28).
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".
               01 AUDITIN-status pic xx.
               01 TILLLOG-status pic xx.
               01 rowStamp pic 9(16).
               01 journalPass pic 9.
               01 levelAtTime pic x.
               01 changeIdx pic 99.
               01 staffIdx pic 99.
               01 staffSlots pic 99 value 0.
               01 staffFoundIdx pic 99.
      *> Operators who are members, loaded once from STAFF.dat.
               01 staff-Link-Table.
                   02 staff-Link-Entry occurs 50 times.
                       03 linkOperator pic x(10).
                       03 linkMemberId pic 9(7).
      *> Operator-days with money taken at the counter, for the
      *> till check.
               01 tookSlots pic 9(3) value 0.
               01 tookIdx pic 9(3).
               01 tookFound pic x.
               01 took-Money-Table.
                   02 took-Money-Entry occurs 500 times.
                       03 tookDate pic 9(8).
                       03 tookOperator pic x(10).
               01 tillDate pic 9(8).
               01 tillCloser pic x(10).
               01 tillBefore pic x(90).
               01 tillAfter pic x(90).
               01 auditMemberText pic x(7).
               01 selfApprovals pic 9(5) value 0.
               01 ownRecordRows pic 9(5) value 0.
               01 aloneCloses pic 9(5) value 0.
               01 levelExceptions pic 9(5) value 0.
               01 sectionRows pic 9(5).
               COPY SPOOLPARM.
               COPY PAYJNLSTAT.
               COPY OPERSTAT.
               COPY STAFFSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

      *> Under the nightly driver there is nobody at the terminal
      *> -- report the month that has just closed.
           if batchRunActive = 'y'
               move 0 to reportPeriod
           else
               display "Segregation of duties for month (YYYYMM,"
                       " 0 = last month): " no advancing
               move 0 to reportPeriod
               accept reportPeriod
           end-if
      *> January steps back to December of the year before:
      *> YYYY01 less 89 is (YYYY-1)12.
           if reportPeriod = 0
               move todayDate(1:6) to reportPeriod
               if reportPeriod(5:2) = "01"
                   subtract 89 from reportPeriod
               else
                   subtract 1 from reportPeriod
               end-if
           end-if

           open input OPERATORS
           open input STAFF
           perform load-staff-links

           open output DUTIES-RPT
           move spaces to report-line
           string "Segregation of Duties Exceptions - " reportPeriod
               "  (run " todayDate ")"
               delimited by size into report-line
           write report-line

           perform report-self-approvals
           perform report-level-approvals
           perform report-own-records
           perform report-alone-closes

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Self-approved: " selfApprovals
               "  Not supervisor: " levelExceptions
               "  Own record: " ownRecordRows
               "  Counted alone: " aloneCloses
               delimited by size into report-line
           write report-line

           close DUTIES-RPT
           close OPERATORS
           close STAFF

           display "Segregation of duties report written to"
                   " data/DUTIES_EXCEPTIONS.rpt"
           display "  Self-approved corrections: " selfApprovals
           display "  Approvals below level:     " levelExceptions
           display "  Own-record work:           " ownRecordRows
           display "  Tills counted alone:       " aloneCloses

           move "DUTIES" to spoolReportName
           move "dutiesReport" to spoolProgram
           move "data/DUTIES_EXCEPTIONS.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

       load-staff-links.
           if not STAFF-status-ok
               exit paragraph
           end-if
           perform until eof = 'y'
               read STAFF next record
                   at end
                       move 'y' to eof
                   not at end
                       if staffMemberId not = 0 and staffSlots < 50
                           add 1 to staffSlots
                           move staffOperatorId
                               to linkOperator(staffSlots)
                           move staffMemberId
                               to linkMemberId(staffSlots)
                       end-if
               end-read
           end-perform.

       start-section.
           move 0 to sectionRows
           move spaces to report-line
           write report-line
           write report-line.

       end-section.
           if sectionRows = 0
               move spaces to report-line
               string "  None."
                   delimited by size into report-line
               write report-line
           end-if.

      *> The journal passes below each run over the month's rows
      *> through scan-journal, which leaves each row in ARCH-rec
      *> and performs the paragraph named by journalPass.
       report-self-approvals.
           perform start-section
           move "Corrections approved by the operator who keyed"
               to report-line
           move " them" to report-line(48:5)
           write report-line
           move 1 to journalPass
           perform scan-journal
           perform end-section.

       report-level-approvals.
           perform start-section
           move "Approvals by an operator not supervisor level at"
               to report-line
           move " the time" to report-line(49:9)
           write report-line
           move 2 to journalPass
           perform scan-journal
           perform end-section.

       report-own-records.
           perform start-section
           move "Operators working on their own membership"
               to report-line
           write report-line
           move 3 to journalPass
           perform scan-journal
           perform scan-audit-trail
           perform end-section.

       report-alone-closes.
           perform start-section
           move "Tills closed without a second counter by an"
               to report-line
           move " operator who took money that day"
               to report-line(44:33)
           write report-line
           move 4 to journalPass
           perform scan-journal
           perform scan-till-log
           perform end-section.

      *> The live journal, or the closed year's archive when the
      *> month has been rolled off by the year-end close.
       scan-journal.
           open input PAYMENTS
           if PAYJNL-status-ok
               move 'n' to eof
               perform until eof = 'y'
                   read PAYMENTS next record
                       at end
                           move 'y' to eof
                       not at end
                           if paymentDate of PAYJNL-rec(1:6)
                                   = reportPeriod
                               move PAYJNL-rec to ARCH-rec
                               perform check-one-row
                           end-if
                   end-read
               end-perform
           end-if
           close PAYMENTS

           if reportPeriod(1:4) < todayDate(1:4)
               move spaces to archiveFileName
               string "data/PAYJNL_" reportPeriod(1:4) ".dat"
                   delimited by size into archiveFileName
               open input PAYJNL-ARCH
               if ARCH-status-ok and ARCH-status not = "05"
                   move 'n' to eof
                   perform until eof = 'y'
                       read PAYJNL-ARCH next record
                           at end
                               move 'y' to eof
                           not at end
                               if paymentDate of ARCH-rec(1:6)
                                       = reportPeriod
                                   perform check-one-row
                               end-if
                       end-read
                   end-perform
               end-if
               close PAYJNL-ARCH
           end-if.

       check-one-row.
           evaluate journalPass
               when 1
                   perform check-self-approval
               when 2
                   perform check-approver-level
               when 3
                   perform check-own-correction
               when other
                   perform note-money-taken
           end-evaluate.

       check-self-approval.
           if paymentApprovedBy of ARCH-rec = spaces
               or paymentApprovedBy of ARCH-rec
                   not = paymentOperator of ARCH-rec
               exit paragraph
           end-if
           add 1 to selfApprovals
           perform print-journal-row.

       check-approver-level.
           if paymentApprovedBy of ARCH-rec = spaces
               exit paragraph
           end-if
           move paymentDate of ARCH-rec to rowStamp(1:8)
           move paymentTime of ARCH-rec to rowStamp(9:8)
           perform find-level-at-time
           if levelAtTime = "S" or levelAtTime = "A"
               exit paragraph
           end-if
           add 1 to levelExceptions
           perform print-journal-row
           move spaces to report-line
           if levelAtTime = space
               string "      approver " paymentApprovedBy of ARCH-rec
                   " was not on file as an operator then"
                   delimited by size into report-line
           else
               string "      approver " paymentApprovedBy of ARCH-rec
                   " held level " levelAtTime " then"
                   delimited by size into report-line
           end-if
           write report-line.

      *> Only the correction types move money on an account
      *> without money crossing the counter.
       check-own-correction.
           if not (paymentType of ARCH-rec = "A" or "R" or "W"
                   or "Z")
               exit paragraph
           end-if
           perform varying staffIdx from 1 by 1
                   until staffIdx > staffSlots
               if linkOperator(staffIdx)
                       = paymentOperator of ARCH-rec
                   and linkMemberId(staffIdx)
                       = paymentMemberId of ARCH-rec
                   add 1 to ownRecordRows
                   perform print-journal-row
               end-if
           end-perform.

       note-money-taken.
           if paymentOperator of ARCH-rec = spaces
               or not (paymentTender of ARCH-rec = "C" or "K"
                       or "D")
               exit paragraph
           end-if
           move 'n' to tookFound
           perform varying tookIdx from 1 by 1
                   until tookIdx > tookSlots or tookFound = 'y'
               if tookDate(tookIdx) = paymentDate of ARCH-rec
                   and tookOperator(tookIdx)
                       = paymentOperator of ARCH-rec
                   move 'y' to tookFound
               end-if
           end-perform
           if tookFound not = 'y' and tookSlots < 500
               add 1 to tookSlots
               move paymentDate of ARCH-rec to tookDate(tookSlots)
               move paymentOperator of ARCH-rec
                   to tookOperator(tookSlots)
           end-if.

       print-journal-row.
           add 1 to sectionRows
           move spaces to report-line
           string "  receipt " receiptNumber of ARCH-rec " "
               paymentDate of ARCH-rec " type "
               paymentType of ARCH-rec " "
               paymentAmount of ARCH-rec " member "
               paymentMemberId of ARCH-rec " keyed "
               paymentOperator of ARCH-rec " approved "
               paymentApprovedBy of ARCH-rec
               delimited by size into report-line
           write report-line.

      *> The newest change at or before the row's time gives the
      *> level then; before the first change on record it was the
      *> level that change replaced. With no history at all the
      *> operator is taken at today's level.
       find-level-at-time.
           move space to levelAtTime
           move paymentApprovedBy of ARCH-rec to staffOperatorId
           read STAFF key is staffOperatorId
               invalid key
                   move 0 to staffChangeCount
           end-read
           if not STAFF-status-ok
               move 0 to staffChangeCount
           end-if
           if staffChangeCount = 0
               move paymentApprovedBy of ARCH-rec to operatorId
               read OPERATORS key is operatorId
                   invalid key
                       continue
                   not invalid key
                       move operatorLevel to levelAtTime
               end-read
               exit paragraph
           end-if
           move staffOldLevel(1) to levelAtTime
           perform varying changeIdx from 1 by 1
                   until changeIdx > staffChangeCount
               if staffChangeStamp(changeIdx) <= rowStamp
                   move staffNewLevel(changeIdx) to levelAtTime
               end-if
           end-perform.

      *> The month's archive if it has been closed off, then the
      *> live log.
       scan-audit-trail.
           move spaces to auditFileName
           string "data/AUDIT_" reportPeriod ".log"
               delimited by size into auditFileName
           perform scan-one-audit-file
           move "data/AUDIT.log" to auditFileName
           perform scan-one-audit-file.

       scan-one-audit-file.
           open input AUDIT-IN
           if AUDITIN-status = "00"
               move 'n' to eof
               perform until eof = 'y'
                   read AUDIT-IN
                       at end
                           move 'y' to eof
                       not at end
                           perform check-one-audit-line
                   end-read
               end-perform
           end-if
           close AUDIT-IN.

      *> Positions are writeAudit's: date (1:8), operator (24:10),
      *> operation (35:10), member (49:7). A check-in or a data
      *> access report changes nothing on the record.
       check-one-audit-line.
           if audit-line(1:6) not = reportPeriod
               or audit-line(24:10) = spaces
               or audit-line(35:10) = "CHECKIN"
               or audit-line(35:10) = "DATAACCESS"
               exit paragraph
           end-if
           move audit-line(49:7) to auditMemberText
           perform varying staffIdx from 1 by 1
                   until staffIdx > staffSlots
               if linkOperator(staffIdx) = audit-line(24:10)
                   and auditMemberText numeric
                   and linkMemberId(staffIdx) = auditMemberText
                   add 1 to ownRecordRows
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  audit " audit-line(1:8) " "
                       audit-line(35:10) " member "
                       auditMemberText " by " audit-line(24:10)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform.

      *> tillClose writes the closer after "OPER=" and a second
      *> counter, when there was one, as "COUNT2=" at column 74.
       scan-till-log.
           open input TILL-LOG
           if TILLLOG-status not = "00"
               close TILL-LOG
               exit paragraph
           end-if
           move 'n' to eof
           perform until eof = 'y'
               read TILL-LOG
                   at end
                       move 'y' to eof
                   not at end
                       if tilllog-line(1:6) = reportPeriod
                           and tilllog-line(74:7) not = "COUNT2="
                           perform check-one-close
                       end-if
               end-read
           end-perform
           close TILL-LOG.

       check-one-close.
           move tilllog-line(1:8) to tillDate
           move spaces to tillBefore tillAfter
           unstring tilllog-line delimited by "OPER="
               into tillBefore tillAfter
           end-unstring
           move tillAfter(1:10) to tillCloser
           if tillCloser = spaces
               exit paragraph
           end-if
           perform varying tookIdx from 1 by 1
                   until tookIdx > tookSlots
               if tookDate(tookIdx) = tillDate
                   and tookOperator(tookIdx) = tillCloser
                   add 1 to aloneCloses
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  " function trim(tilllog-line)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform.
