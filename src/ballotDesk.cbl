        IDENTIFICATION DIVISION.
        PROGRAM-ID. ballotDesk.
      *> Annual meeting desk for ballots on data/BALLOTS.dat, worked
      *> against the voter roll voterRoll last built on
      *> data/VOTERS.dat: issue a ballot -- handed over or mailed --
      *> to a member the roll shows eligible, refusing anyone off
      *> the roll and anyone already holding a ballot for the
      *> record date; record a ballot the tellers got back, by
      *> ballot number or member; look a member up; and take the
      *> final count of eligible, issued and returned ballots for
      *> the minutes, written to data/BALLOT_COUNT.rpt and spooled
      *> as BALLOTCOUNT. A ballot is not mailed to an address the
      *> post office has bounced. Issues and returns go through
      *> writeAudit as BALLOTISS and BALLOTRET, with the method in
      *> the new status.
        environment division.
           input-output section.
               file-control.
                   COPY VOTERSEL.
                   COPY BALLOTSEL.
                   COPY ACMASEL.
                   select COUNT-RPT
                       assign to "data/BALLOT_COUNT.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd VOTERS.
                   COPY VOTERFD.
               fd BALLOTS.
                   COPY BALLOTFD.
               fd ACMA.
                   COPY ACMAFD.
               fd COUNT-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 recordDate pic 9(8).
               01 searchId pic 9(7).
               01 memberOk pic x.
               01 inputBallot pic 9(7).
               01 inputMethod pic x.
               01 eligibleCount pic 9(5) value 0.
               01 issuedCount pic 9(5) value 0.
               01 handedCount pic 9(5) value 0.
               01 mailedCount pic 9(5) value 0.
               01 returnedCount pic 9(5) value 0.
               01 outstandingCount pic 9(5) value 0.
               01 countEdit pic zzzz9.
               COPY CHKDIGPARM.
               COPY SEQPARM.
               COPY SPOOLPARM.
               COPY AUDITPARM.
               COPY VOTERSTAT.
               COPY BALLOTSTAT.
               COPY ACMASTAT.

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

           open input VOTERS

           evaluate true
               when VOTER-status = "05"
                   display "No voter roll on file -- build it with"
                           " the eligibility run first."
                   close VOTERS
                   goback
               when VOTER-status-ok
                   continue
               when other
                   display "Unable to open VOTERS file. Status: "
                           VOTER-status
                   goback
           end-evaluate

      *> Every row of the roll carries the same record date; the
      *> ballots are kept against it.
           read VOTERS next record
               at end
                   display "The voter roll is empty -- build it with"
                           " the eligibility run first."
                   close VOTERS
                   goback
           end-read
           move voterRecordDate to recordDate

           open i-o BALLOTS

           evaluate true
               when BALLOT-status-ok
                   continue
               when BALLOT-status = "93"
                   display "BALLOTS file is locked. Try later."
                   close VOTERS
                   goback
               when other
                   display "Unable to open BALLOTS file. Status: "
                           BALLOT-status
                   close VOTERS
                   goback
           end-evaluate

           display "Annual meeting ballots -- record date "
                   recordDate
           display "[1] Issue a ballot  [2] Record a returned ballot"
           display "[3] Look up a member  [4] Final count"
           display "Enter option >" no advancing
           accept deskChoice

           evaluate deskChoice
               when 1
                   perform issue-ballot
               when 2
                   perform return-ballot
               when 4
                   perform final-count
               when other
                   perform look-up-member
           end-evaluate

           close BALLOTS
           close VOTERS

       GOBACK.

       ask-member.
           move 'n' to memberOk
           display "Member number: " no advancing
           move 0 to searchId
           accept searchId
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               exit paragraph
           end-if
           move searchId to voterMemberId
           read VOTERS key is voterMemberId
               invalid key
                   display "Member " searchId " is not on the voter"
                           " roll for " recordDate "."
                   exit paragraph
           end-read
           move 'y' to memberOk.

       look-up-member.
           perform ask-member
           if memberOk not = 'y'
               exit paragraph
           end-if
           display voterName " branch " voterBranch
                   " joined " voterJoinDate
           if voter-eligible
               display "Eligible to vote."
           else
               display "Not eligible: " voterReason
               if voterPastDue > 0
                   display "  Past due on the record date: "
                           voterPastDue
               end-if
           end-if
           move recordDate to ballotRecordDate
           move searchId to ballotMemberId
           read BALLOTS key is ballotKey
               invalid key
                   display "No ballot issued."
                   exit paragraph
           end-read
           perform show-ballot.

       show-ballot.
           if ballot-mailed
               display "Ballot " ballotNumber " mailed "
                       ballotIssuedDate " by " ballotIssuedBy
           else
               display "Ballot " ballotNumber " handed over "
                       ballotIssuedDate " by " ballotIssuedBy
           end-if
           if ballot-returned
               display "  Returned " ballotReturnedDate " to "
                       ballotReturnedBy
           end-if.

       issue-ballot.
           perform ask-member
           if memberOk not = 'y'
               exit paragraph
           end-if
           if not voter-eligible
               display voterName " is not eligible to vote: "
                       voterReason
               exit paragraph
           end-if

      *> One ballot a member a meeting.
           move recordDate to ballotRecordDate
           move searchId to ballotMemberId
           read BALLOTS key is ballotKey
               invalid key
                   continue
               not invalid key
                   display "A ballot has already gone to "
                           voterName " -- no second ballot."
                   perform show-ballot
                   exit paragraph
           end-read

           move space to inputMethod
           perform until inputMethod = "H" or inputMethod = "M"
               display "[H]anded over or [M]ailed: " no advancing
               accept inputMethod
               move function upper-case(inputMethod) to inputMethod
           end-perform
           if inputMethod = "M"
               perform check-mailing-address
               if memberOk not = 'y'
                   exit paragraph
               end-if
           end-if

           initialize BALLOT-rec
           move "BALLOT" to seqName
           call "nextSequence" using seq-parms
           move recordDate to ballotRecordDate
           move searchId to ballotMemberId
           move seqValue to ballotNumber
           move inputMethod to ballotMethod
           move todayDate to ballotIssuedDate
           move currentOperator to ballotIssuedBy
           move "N" to ballotReturned
           move 0 to ballotReturnedDate
           move spaces to ballotReturnedBy
           write BALLOT-rec
               invalid key
                   display "Unable to issue a ballot to " voterName
                   exit paragraph
           end-write
           display "Ballot " ballotNumber " issued to " voterName

           initialize audit-parms
           move "BALLOTISS" to auditOperation
           move searchId to auditMemberId
           move voterName to auditMemberName
           move space to auditOldStatus
           move inputMethod to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

      *> A ballot goes in the post only to an address that works.
       check-mailing-address.
           open input ACMA
           move searchId to memberId
           read ACMA key is memberId
               invalid key
                   display "Member " searchId " has no address on"
                           " file -- hand the ballot over instead."
                   move 'n' to memberOk
           end-read
           if memberOk = 'y' and mail-returned
               display "Mail to " voterName " has come back --"
                       " hand the ballot over instead."
               move 'n' to memberOk
           end-if
           if memberOk = 'y'
               display "Mail to: " voterName
               display "         " streetAddress
               display "         " function trim(addrCity) " "
                       addrState " " addrZip
           end-if
           close ACMA.

      *> The tellers key the number printed on the ballot; a ballot
      *> without one is found by the member.
       return-ballot.
           display "Ballot number (0 = by member number): "
                   no advancing
           move 0 to inputBallot
           accept inputBallot
           if inputBallot = 0
               perform ask-member
               if memberOk not = 'y'
                   exit paragraph
               end-if
               move recordDate to ballotRecordDate
               move searchId to ballotMemberId
               read BALLOTS key is ballotKey
                   invalid key
                       display "No ballot was issued to " voterName
                       exit paragraph
               end-read
           else
               move inputBallot to ballotNumber
               read BALLOTS key is ballotNumber
                   invalid key
                       display "No ballot " inputBallot " on file."
                       exit paragraph
               end-read
               if ballotRecordDate not = recordDate
                   display "Ballot " inputBallot " was issued for"
                           " the meeting of record date "
                           ballotRecordDate "."
                   exit paragraph
               end-if
               move ballotMemberId to searchId
               move ballotMemberId to voterMemberId
               read VOTERS key is voterMemberId
                   invalid key
                       move spaces to voterName
               end-read
           end-if
           if ballot-returned
               display "Ballot " ballotNumber " was already returned"
                       " on " ballotReturnedDate "."
               exit paragraph
           end-if

           move "Y" to ballotReturned
           move todayDate to ballotReturnedDate
           move currentOperator to ballotReturnedBy
           rewrite BALLOT-rec
           display "Ballot " ballotNumber " from " voterName
                   " recorded as returned."

           initialize audit-parms
           move "BALLOTRET" to auditOperation
           move searchId to auditMemberId
           move voterName to auditMemberName
           move ballotMethod to auditOldStatus
           move "Y" to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

      *> The count for the minutes: eligible off the roll, issued
      *> and returned off the ballots kept against its record date.
       final-count.
           move 'n' to eof
           move 0 to voterMemberId
           start VOTERS key is not less than voterMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VOTERS next record
                   at end
                       move 'y' to eof
                   not at end
                       if voter-eligible
                           add 1 to eligibleCount
                       end-if
               end-read
           end-perform

           move 'n' to eof
           move recordDate to ballotRecordDate
           move 0 to ballotMemberId
           start BALLOTS key is not less than ballotKey
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read BALLOTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if ballotRecordDate not = recordDate
                           move 'y' to eof
                       else
                           perform count-one-ballot
                       end-if
               end-read
           end-perform
           compute outstandingCount = issuedCount - returnedCount

           open output COUNT-RPT
           move spaces to report-line
           string "Annual Meeting Ballot Count"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Record date: " recordDate
                  "   Counted: " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move eligibleCount to countEdit
           move "Eligible voters:       " to report-line
           move countEdit to report-line(24:5)
           write report-line
           move issuedCount to countEdit
           move "Ballots issued:        " to report-line
           move countEdit to report-line(24:5)
           write report-line
           move handedCount to countEdit
           move "  handed over:         " to report-line
           move countEdit to report-line(24:5)
           write report-line
           move mailedCount to countEdit
           move "  mailed:              " to report-line
           move countEdit to report-line(24:5)
           write report-line
           move returnedCount to countEdit
           move "Ballots returned:      " to report-line
           move countEdit to report-line(24:5)
           write report-line
           move outstandingCount to countEdit
           move "Issued, not returned:  " to report-line
           move countEdit to report-line(24:5)
           write report-line
           close COUNT-RPT

           display "Ballot count for record date " recordDate
           display "  Eligible: " eligibleCount
                   "  Issued: " issuedCount
                   "  Returned: " returnedCount
           display "Written to data/BALLOT_COUNT.rpt"

           move "BALLOTCOUNT" to spoolReportName
           move "ballotDesk" to spoolProgram
           move "data/BALLOT_COUNT.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms.

       count-one-ballot.
           add 1 to issuedCount
           if ballot-mailed
               add 1 to mailedCount
           else
               add 1 to handedCount
           end-if
           if ballot-returned
               add 1 to returnedCount
           end-if.
