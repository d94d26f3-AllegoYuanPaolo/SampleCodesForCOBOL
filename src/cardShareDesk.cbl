        IDENTIFICATION DIVISION.
        PROGRAM-ID. cardShareDesk.
      *> Card sharing follow-up for the duty manager: shows a
      *> member's flag history from the nightly cardShareReport
      *> (data/CARDSHARE.dat), marks a repeat offender for a
      *> conversation -- check-in then tells the desk to fetch a
      *> manager, and the kiosk sends the member to the desk --
      *> and records the conversation as held, which takes the
      *> mark off. Marking and clearing need a supervisor and go
      *> through writeAudit. Also lists the members marked now.
        environment division.
           input-output section.
               file-control.
                   COPY CSHARESEL.
                   COPY OPERSEL.
        DATA DIVISION.
           file section.
               fd CARDSHARE.
                   COPY CSHAREFD.
               fd OPERATORS.
                   COPY OPERFD.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 eof pic x value 'n'.
               01 markedCount pic 9(5) value 0.
               01 inputNote pic x(40).
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               01 supervisorPassword pic x(10).
               COPY CHKDIGPARM.
               COPY AUDITPARM.
               COPY CSHARESTAT.
               COPY OPERSTAT.

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

           display "Card sharing follow-up"
           display "[1] Show a member's flags  [2] Mark for a"
                   " conversation"
           display "[3] Conversation held      [4] Members marked"
           display "Enter option >" no advancing
           accept deskChoice

           open i-o CARDSHARE
           evaluate true
               when CSHARE-status-ok
                   continue
               when CSHARE-status = "93"
                   display "CARDSHARE file is locked. Try later."
                   goback
               when other
                   display "Unable to open CARDSHARE file. Status: "
                           CSHARE-status
                   goback
           end-evaluate

           evaluate deskChoice
               when 2
                   perform mark-member
               when 3
                   perform record-conversation
               when 4
                   perform list-marked
               when other
                   perform show-member
           end-evaluate

           close CARDSHARE

       GOBACK.

      *> Zero back in searchId means there is no flag row to work
      *> with.
       ask-member.
           display "Member number: " no advancing
           move 0 to searchId
           accept searchId
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               move 0 to searchId
               exit paragraph
           end-if
           move searchId to cshMemberId
           read CARDSHARE key is cshMemberId
               invalid key
                   display "Member " searchId " has never been"
                           " flagged for card sharing."
                   move 0 to searchId
           end-read.

       show-member.
           perform ask-member
           if searchId = 0
               exit paragraph
           end-if
           perform show-flag-row.

       show-flag-row.
           display "Member " cshMemberId " " cshMemberName
           display "  Nights flagged: " cshFlagCount
                   "  first " cshFirstFlagDate
                   "  last " cshLastFlagDate
           display "  Last flag:      " cshLastReason
           if csh-marked
               display "  MARKED " cshMarkedDate " by "
                       cshMarkedBy ": " cshMarkNote
           end-if
           if cshTalksHeld > 0
               display "  Conversations held: " cshTalksHeld
                       "  last " cshClearedDate " by "
                       cshClearedBy
           end-if.

       mark-member.
           perform ask-member
           if searchId = 0
               exit paragraph
           end-if
           perform show-flag-row
           if csh-marked
               display "Already marked for a conversation."
               exit paragraph
           end-if
           display "Note for the manager who sees them: "
                   no advancing
           move spaces to inputNote
           accept inputNote

           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Mark NOT set."
               exit paragraph
           end-if

           move "Y" to cshMarkFlag
           move supervisorId to cshMarkedBy
           move todayDate to cshMarkedDate
           move inputNote to cshMarkNote
           rewrite CARDSHARE-rec
               invalid key
                   display "Unable to mark member " cshMemberId
                   exit paragraph
           end-rewrite

           initialize audit-parms
           move "CARDSHARE" to auditOperation
           move cshMemberId to auditMemberId
           move cshMemberName to auditMemberName
           move "N" to auditOldStatus
           move "Y" to auditNewStatus
           move supervisorId to auditOperator
           call "writeAudit" using audit-parms
           display "Marked -- check-in will ask for a manager.".

       record-conversation.
           perform ask-member
           if searchId = 0
               exit paragraph
           end-if
           perform show-flag-row
           if not csh-marked
               display "Not marked -- nothing to clear."
               exit paragraph
           end-if

           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Mark NOT cleared."
               exit paragraph
           end-if

           move "N" to cshMarkFlag
           move supervisorId to cshClearedBy
           move todayDate to cshClearedDate
           add 1 to cshTalksHeld
           rewrite CARDSHARE-rec
               invalid key
                   display "Unable to clear member " cshMemberId
                   exit paragraph
           end-rewrite

           initialize audit-parms
           move "CARDSHARE" to auditOperation
           move cshMemberId to auditMemberId
           move cshMemberName to auditMemberName
           move "Y" to auditOldStatus
           move "N" to auditNewStatus
           move supervisorId to auditOperator
           call "writeAudit" using audit-parms
           display "Conversation recorded -- mark cleared.".

       list-marked.
           display "Member  Name             Marked   By"
           perform until eof = 'y'
               read CARDSHARE next record
                   at end
                       move 'y' to eof
                   not at end
                       if csh-marked
                           add 1 to markedCount
                           display cshMemberId " " cshMemberName
                                   " " cshMarkedDate " "
                                   cshMarkedBy
                       end-if
               end-read
           end-perform
           display "Members marked: " markedCount.

      *> Marking a member, or clearing the mark, needs a
      *> supervisor's ID and password here and now -- the logged-in
      *> operator's own level is not enough on its own.
       approve-by-supervisor.
           move 'n' to approvalOk

           open input OPERATORS
           if not OPER-status-ok
               display "Unable to open OPERATORS file. Status: "
                       OPER-status
               close OPERATORS
           else
               display "Supervisor approval required."
               display "Supervisor ID: " no advancing
               accept supervisorId
               display "Supervisor password: " no advancing
               accept supervisorPassword

               move supervisorId to operatorId
               read OPERATORS key is operatorId
                   invalid key
                       display "Unknown supervisor ID."
                   not invalid key
                       evaluate true
                           when oper-locked
                               display "Account is locked -- cannot"
                                       " approve."
                           when operatorPassword
                                   not = supervisorPassword
                               display "Incorrect password."
                           when oper-level-supervisor
                           when oper-level-admin
                               move 'y' to approvalOk
                           when other
                               display "Operator " supervisorId
                                       " is not supervisor level."
                       end-evaluate
               end-read
               close OPERATORS
           end-if
           if approvalOk not = 'y'
               move spaces to supervisorId
           end-if.
