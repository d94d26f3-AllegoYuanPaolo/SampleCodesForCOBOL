        IDENTIFICATION DIVISION.
        PROGRAM-ID. voterRoll.
      *> Annual meeting voter eligibility run. As of the record
      *> date asked for, every member on data/ACMA.dat is held to
      *> the bylaws: Active, of at least VOTESTANDDAYS' standing
      *> (joinDate to the record date, 365 when no row exists), and
      *> with no balance on data/DUES.dat past due -- due more than
      *> VOTEGRACEDAYS before the record date (0) and over
      *> VOTEPASTDUEMAX whole dollars (0). Credit on account nets
      *> against the balance the way duesAgingReport nets it.
      *> Transferred tombstones and deleted rows are not members
      *> and are passed over. The result replaces data/VOTERS.dat,
      *> which ballotDesk issues ballots against, and the certified
      *> roll is printed by branch to data/VOTER_ROLL.rpt and
      *> spooled as VOTERROLL. Rebuilding the roll is a
      *> supervisor's call, and once ballots are out against the
      *> record date the run asks before it replaces the roll.
        environment division.
           input-output section.
               file-control.
                   COPY ACMASEL.
                   COPY DUESSEL.
                   COPY VOTERSEL.
                   COPY BALLOTSEL.
                   select ROLL-RPT
                       assign to "data/VOTER_ROLL.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd ACMA.
                   COPY ACMAFD.
               fd DUES.
                   COPY DUESFD.
               fd VOTERS.
                   COPY VOTERFD.
               fd BALLOTS.
                   COPY BALLOTFD.
               fd ROLL-RPT.
                   01 report-line pic x(80).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 recordDate pic 9(8).
               01 dateOk pic x.
               01 confirmReply pic x.
               01 standDays pic 9(7) value 365.
               01 graceDays pic 9(7) value 0.
               01 pastDueMax pic 9(7) value 0.
               01 daysStanding pic s9(9).
               01 daysPastDue pic s9(9).
               01 balanceDue pic s9(5)v99.
               01 ballotsOut pic 9(5) value 0.
               01 membersRead pic 9(5) value 0.
               01 eligibleCount pic 9(5) value 0.
               01 notActiveCount pic 9(5) value 0.
               01 standingCount pic 9(5) value 0.
               01 pastDueCount pic 9(5) value 0.
               01 branchCount pic 9(5) value 0.
               01 currentBranch pic x(4).
               01 firstBranch pic x value 'y'.
               01 countEdit pic zzzz9.
               01 daysEdit pic zzzzzz9.
               01 dollarEdit pic zzzzzz9.
               COPY GETPARM.
               COPY SPOOLPARM.
               COPY ACMASTAT.
               COPY DUESSTAT.
               COPY VOTERSTAT.
               COPY BALLOTSTAT.

        PROCEDURE DIVISION.
      *> The roll decides who may vote -- a supervisor's decision.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to build the voter roll."
               goback
           end-if

           accept todayDate from date yyyymmdd

      *> The bylaw rules; the bylaw values stand when no rows exist.
           move "VOTESTANDDAYS" to getParmName
           move 365 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to standDays

           move "VOTEGRACEDAYS" to getParmName
           move 0 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to graceDays

           move "VOTEPASTDUEMAX" to getParmName
           move 0 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to pastDueMax

           display "Annual meeting voter eligibility"
           move 'n' to dateOk
           perform until dateOk = 'y'
               display "Record date (YYYYMMDD, 0 = today): "
                       no advancing
               move 0 to recordDate
               accept recordDate
               if recordDate = 0
                   move todayDate to recordDate
               end-if
               if function test-date-yyyymmdd(recordDate) = 0
                   move 'y' to dateOk
               else
                   display "Not a calendar date."
               end-if
           end-perform

           perform count-ballots-out
           if ballotsOut > 0
               display ballotsOut " ballots are already out against"
                       " record date " recordDate "."
               display "Rebuild the roll anyway? (y/n): "
                       no advancing
               move space to confirmReply
               accept confirmReply
               if confirmReply not = 'y' and confirmReply not = 'Y'
                   display "Voter roll left as it was."
                   goback
               end-if
           end-if

           open input ACMA

           evaluate true
               when ACMA-status-ok
                   continue
               when other
                   display "Unable to open ACMA data file. Status: "
                           ACMA-status
                   goback
           end-evaluate

           open input DUES

           evaluate true
               when DUES-status-ok
                   continue
               when other
                   display "Unable to open DUES data file. Status: "
                           DUES-status
                   close ACMA
                   goback
           end-evaluate

           open output VOTERS

           if not VOTER-status-ok
               display "Unable to open VOTERS file. Status: "
                       VOTER-status
               close ACMA
               close DUES
               goback
           end-if

           perform until eof = 'y'
               read ACMA next record
                   at end
                       move 'y' to eof
                   not at end
                       if not status-transferred
                           and not status-deleted
                           perform judge-one-member
                       end-if
               end-read
           end-perform

           close ACMA
           close DUES
           close VOTERS

           perform print-voter-roll

           display "Voter roll as of " recordDate
                   " written to data/VOTER_ROLL.rpt"
           display "  Members: " membersRead
                   "  Eligible: " eligibleCount
           display "  Not active: " notActiveCount
                   "  Standing: " standingCount
                   "  Past due: " pastDueCount

           move "VOTERROLL" to spoolReportName
           move "voterRoll" to spoolProgram
           move "data/VOTER_ROLL.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

       GOBACK.

      *> Ballots already issued against this record date: a roll
      *> rebuilt under them could drop a member holding one.
       count-ballots-out.
           open input BALLOTS
           if not BALLOT-status-ok or BALLOT-status = "05"
               close BALLOTS
               exit paragraph
           end-if
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
                           add 1 to ballotsOut
                       end-if
               end-read
           end-perform
           close BALLOTS
           move 'n' to eof.

      *> The first rule a member fails is the one the roll shows.
       judge-one-member.
           add 1 to membersRead
           initialize VOTER-rec
           move memberId to voterMemberId
           move memberName to voterName
           move branchCode to voterBranch
           move membershipType to voterType
           move joinDate to voterJoinDate
           move recordDate to voterRecordDate
           move todayDate to voterRunDate
           move "N" to voterEligible
           move spaces to voterReason
           move 0 to voterPastDue

           perform check-past-due

           evaluate true
               when not status-active
                   move "NOT ACTIVE" to voterReason
                   add 1 to notActiveCount
               when joinDate = 0
                   or joinDate > recordDate
                   or function test-date-yyyymmdd(joinDate) not = 0
                   move "STANDING" to voterReason
                   add 1 to standingCount
               when other
                   compute daysStanding =
                       function integer-of-date(recordDate)
                       - function integer-of-date(joinDate)
                   evaluate true
                       when daysStanding < standDays
                           move "STANDING" to voterReason
                           add 1 to standingCount
                       when voterPastDue > 0
                           move "PAST DUE" to voterReason
                           add 1 to pastDueCount
                       when other
                           move "Y" to voterEligible
                           add 1 to eligibleCount
                   end-evaluate
           end-evaluate

           write VOTER-rec
               invalid key
                   display "Unable to write voter row " memberId
           end-write.

      *> A balance counts against the member when its due date is
      *> more than the grace days before the record date and it is
      *> over the tolerance. A row with no due date on it has been
      *> owed since before the due date was kept.
       check-past-due.
           move memberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           compute balanceDue = amountOwed - amountPaid - creditBalance
           if balanceDue <= pastDueMax
               exit paragraph
           end-if
           if dueDate = 0
               or function test-date-yyyymmdd(dueDate) not = 0
               move balanceDue to voterPastDue
               exit paragraph
           end-if
           compute daysPastDue =
               function integer-of-date(recordDate)
               - function integer-of-date(dueDate)
           if daysPastDue > graceDays
               move balanceDue to voterPastDue
           end-if.

      *> The certified roll, eligible members only, branch by branch
      *> off the roll's branch index; the exclusions are totalled at
      *> the foot for the minutes.
       print-voter-roll.
           open output ROLL-RPT
           move spaces to report-line
           string "Certified Voter Roll - Annual Meeting"
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Record date: " recordDate
                  "   Run date: " todayDate
               delimited by size into report-line
           write report-line
           move standDays to daysEdit
           move spaces to report-line
           string "Rules: Active; at least "
                  function trim(daysEdit) " days' standing;"
               delimited by size into report-line
           write report-line
           move graceDays to daysEdit
           move pastDueMax to dollarEdit
           move spaces to report-line
           string "       no balance over $" function trim(dollarEdit)
                  " more than " function trim(daysEdit)
                  " days past due"
               delimited by size into report-line
           write report-line

           open input VOTERS
           move 'n' to eof
           move spaces to voterBranch
           start VOTERS key is not less than voterBranch
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VOTERS next record
                   at end
                       move 'y' to eof
                   not at end
                       if voter-eligible
                           perform print-one-voter
                       end-if
               end-read
           end-perform
           close VOTERS
           if firstBranch = 'n'
               perform print-branch-total
           end-if

           move spaces to report-line
           write report-line
           move eligibleCount to countEdit
           move spaces to report-line
           string "Eligible voters:            " countEdit
               delimited by size into report-line
           write report-line
           move notActiveCount to countEdit
           move spaces to report-line
           string "Not eligible -- not active: " countEdit
               delimited by size into report-line
           write report-line
           move standingCount to countEdit
           move spaces to report-line
           string "Not eligible -- standing:   " countEdit
               delimited by size into report-line
           write report-line
           move pastDueCount to countEdit
           move spaces to report-line
           string "Not eligible -- past due:   " countEdit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Certified by ______________________ Secretary"
                  "   Date __________"
               delimited by size into report-line
           write report-line
           close ROLL-RPT.

       print-one-voter.
           if firstBranch = 'y' or voterBranch not = currentBranch
               if firstBranch = 'n'
                   perform print-branch-total
               end-if
               move 'n' to firstBranch
               move voterBranch to currentBranch
               move 0 to branchCount
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "Branch " currentBranch
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "  Member  Name             Type Joined"
                   delimited by size into report-line
               write report-line
           end-if
           add 1 to branchCount
           move spaces to report-line
           string "  " voterMemberId " " voterName " " voterType
                  "    " voterJoinDate
               delimited by size into report-line
           write report-line.

       print-branch-total.
           move branchCount to countEdit
           move spaces to report-line
           string "  Branch " currentBranch " eligible: " countEdit
               delimited by size into report-line
           write report-line.
