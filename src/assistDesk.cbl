        IDENTIFICATION DIVISION.
        PROGRAM-ID. assistDesk.
      *> Fee assistance (scholarship) desk for data/ASSIST.dat:
      *> take a family's application (household size, income band,
      *> the percent asked for, the supporting document seen),
      *> decide it, withdraw it, and show or list applications.
      *> Deciding and withdrawing need a supervisor's ID and
      *> password here and now, and the supervisor cannot be the
      *> operator who took the application; an approval also needs
      *> the document seen. Every step goes through writeAudit. An
      *> approved application in effect cuts renewal, household
      *> billing and auto-renewal charges to the member's share --
      *> assistance in place of the old hand write-off.
        environment division.
           input-output section.
               file-control.
                   COPY ASSISTSEL.
                   COPY OPERSEL.
        DATA DIVISION.
           file section.
               fd ASSIST.
                   COPY ASSISTFD.
               fd OPERATORS.
                   COPY OPERFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 searchId pic 9(7).
               01 workAssistId pic 9(7).
               01 todayDate pic 9(8).
               01 eof pic x value 'n'.
               01 shownCount pic 9(5) value 0.
               01 inputSize pic 9(2).
               01 inputBand pic x.
               01 inputPct pic 9(3).
               01 inputDocSeen pic x.
               01 inputDocDesc pic x(20).
               01 inputDate pic 9(8).
               01 inputDecision pic x.
               01 oldAssistStatus pic x.
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               01 supervisorPassword pic x(10).
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY AUDITPARM.
               COPY ASSISTSTAT.
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

           display "Fee assistance"
           display "[1] Take an application  [2] Decide an"
                   " application"
           display "[3] Withdraw assistance  [4] Show a member's"
                   " applications"
           display "[5] Applications waiting for a decision"
           display "Enter option >" no advancing
           accept deskChoice

           open i-o ASSIST
           evaluate true
               when ASSIST-status-ok
                   continue
               when ASSIST-status = "93"
                   display "ASSIST file is locked. Try later."
                   goback
               when other
                   display "Unable to open ASSIST file. Status: "
                           ASSIST-status
                   goback
           end-evaluate

           evaluate deskChoice
               when 1
                   perform take-application
               when 2
                   perform decide-application
               when 3
                   perform withdraw-assistance
               when 5
                   perform list-pending
               when other
                   perform show-member
           end-evaluate

           close ASSIST

       GOBACK.

      *> Zero back in searchId means no live member was found.
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
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "No member " searchId " in any open branch."
               move 0 to searchId
           end-if.

       take-application.
           perform ask-member
           if searchId = 0
               exit paragraph
           end-if
           display "Applying for " findParmName

           move 0 to inputSize
           perform until inputSize > 0
               display "Household size: " no advancing
               accept inputSize
           end-perform
           move space to inputBand
           perform until inputBand >= "1" and inputBand <= "5"
               display "Income band (1 = lowest .. 5): "
                       no advancing
               accept inputBand
           end-perform
           move 0 to inputPct
           perform until inputPct > 0 and inputPct <= 100
               display "Percent of fees asked for (1-100): "
                       no advancing
               accept inputPct
           end-perform
           move space to inputDocSeen
           perform until inputDocSeen = "Y" or inputDocSeen = "N"
               display "Supporting document seen (Y/N): "
                       no advancing
               accept inputDocSeen
               move function upper-case(inputDocSeen)
                   to inputDocSeen
           end-perform
           move spaces to inputDocDesc
           if inputDocSeen = "Y"
               display "Document seen (tax return, benefit letter"
                       " ...): " no advancing
               accept inputDocDesc
           end-if

           initialize ASSIST-rec
           move "ASSIST" to seqName
           call "nextSequence" using seq-parms
           move seqValue to assistId
           move searchId to assistMemberId
           move findParmName to assistMemberName
           move inputSize to assistHouseholdSize
           move inputBand to assistIncomeBand
           move inputPct to assistRequestPct
           move 0 to assistApprovedPct
           move inputDocSeen to assistDocSeen
           move inputDocDesc to assistDocDesc
           move "P" to assistStatus
           move currentOperator to assistTakenBy
           move todayDate to assistAppliedDate
           move spaces to assistApprover
           move 0 to assistDecisionDate
           move 0 to assistEffectiveDate
           move 0 to assistExpiryDate
           write ASSIST-rec
               invalid key
                   display "Unable to record application " assistId
                   exit paragraph
           end-write

           move space to oldAssistStatus
           move currentOperator to auditOperator
           perform audit-application
           display "Application " assistId " taken -- a supervisor"
                   " decides it.".

       ask-application.
           display "Application number: " no advancing
           move 0 to workAssistId
           accept workAssistId
           move workAssistId to assistId
           read ASSIST key is assistId
               invalid key
                   display "No such application."
                   move 0 to workAssistId
           end-read.

       decide-application.
           perform ask-application
           if workAssistId = 0
               exit paragraph
           end-if
           perform show-application
           if not assist-pending
               display "Application is not waiting for a decision."
               exit paragraph
           end-if

           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Application NOT decided."
               exit paragraph
           end-if
           if supervisorId = assistTakenBy
               display "The operator who took the application cannot"
                       " decide it."
               exit paragraph
           end-if

           move space to inputDecision
           perform until inputDecision = "A" or inputDecision = "D"
               display "[A]pprove or [D]ecline: " no advancing
               accept inputDecision
               move function upper-case(inputDecision)
                   to inputDecision
           end-perform

           move assistStatus to oldAssistStatus
           if inputDecision = "D"
               move "D" to assistStatus
               move supervisorId to assistApprover
               move todayDate to assistDecisionDate
               rewrite ASSIST-rec
               move supervisorId to auditOperator
               perform audit-application
               display "Application " assistId " declined."
               exit paragraph
           end-if

      *> No approval without the paperwork.
           if not assist-doc-seen
               display "Supporting document seen now (Y/N): "
                       no advancing
               move space to inputDocSeen
               accept inputDocSeen
               move function upper-case(inputDocSeen)
                   to inputDocSeen
               if inputDocSeen not = "Y"
                   display "Cannot approve without the supporting"
                           " document -- application left pending."
                   exit paragraph
               end-if
               display "Document seen: " no advancing
               move spaces to inputDocDesc
               accept inputDocDesc
               move "Y" to assistDocSeen
               move inputDocDesc to assistDocDesc
           end-if

           move 0 to inputPct
           display "Percent approved (Enter = " assistRequestPct
                   "): " no advancing
           accept inputPct
           if inputPct = 0 or inputPct > 100
               move assistRequestPct to inputPct
           end-if
           move inputPct to assistApprovedPct

           display "Effective date (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if
           move inputDate to assistEffectiveDate
      *> A year's assistance unless the supervisor says otherwise.
           display "Expiry date (YYYYMMDD, 0 = one year): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               compute inputDate = function date-of-integer
                   (function integer-of-date(assistEffectiveDate)
                       + 364)
           end-if
           move inputDate to assistExpiryDate

           move "A" to assistStatus
           move supervisorId to assistApprover
           move todayDate to assistDecisionDate
           rewrite ASSIST-rec
           move supervisorId to auditOperator
           perform audit-application
           display "Application " assistId " approved at "
                   assistApprovedPct "% from " assistEffectiveDate
                   " to " assistExpiryDate ".".

      *> Ends an approved application early (the family's
      *> circumstances changed) or drops a pending one.
       withdraw-assistance.
           perform ask-application
           if workAssistId = 0
               exit paragraph
           end-if
           perform show-application
           if not assist-pending and not assist-approved
               display "Application is already closed."
               exit paragraph
           end-if
           perform approve-by-supervisor
           if approvalOk not = 'y'
               display "Assistance NOT withdrawn."
               exit paragraph
           end-if
           move assistStatus to oldAssistStatus
           move "W" to assistStatus
           if oldAssistStatus = "A"
               and assistExpiryDate > todayDate
               move todayDate to assistExpiryDate
           end-if
           rewrite ASSIST-rec
           move supervisorId to auditOperator
           perform audit-application
           display "Application " assistId " withdrawn.".

       show-member.
           perform ask-member
           if searchId = 0
               exit paragraph
           end-if
           move searchId to assistMemberId
           start ASSIST key is equal to assistMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read ASSIST next record
                   at end
                       move 'y' to eof
                   not at end
                       if assistMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to shownCount
                           perform show-application
                       end-if
               end-read
           end-perform
           display "Applications: " shownCount.

       show-application.
           display "Application " assistId " -- " assistMemberId " "
                   assistMemberName
           display "  Household " assistHouseholdSize
                   "  income band " assistIncomeBand
                   "  asked " assistRequestPct "%"
           display "  Document seen: " assistDocSeen " "
                   assistDocDesc
           display "  Taken " assistAppliedDate " by " assistTakenBy
                   "  status " assistStatus
           if assist-approved or assistApprover not = spaces
               display "  Decided " assistDecisionDate " by "
                       assistApprover "  approved "
                       assistApprovedPct "%  "
                       assistEffectiveDate " to " assistExpiryDate
           end-if.

       list-pending.
           display "Application Member  Name             Taken   "
                   " Asked"
           perform until eof = 'y'
               read ASSIST next record
                   at end
                       move 'y' to eof
                   not at end
                       if assist-pending
                           add 1 to shownCount
                           display assistId "     " assistMemberId
                                   " " assistMemberName " "
                                   assistAppliedDate " "
                                   assistRequestPct "%"
                       end-if
               end-read
           end-perform
           display "Waiting for a decision: " shownCount.

       audit-application.
           initialize audit-parms
           move "ASSIST" to auditOperation
           move assistMemberId to auditMemberId
           move assistMemberName to auditMemberName
           move oldAssistStatus to auditOldStatus
           move assistStatus to auditNewStatus
           if auditOperator = spaces
               move currentOperator to auditOperator
           end-if
           call "writeAudit" using audit-parms.

      *> Deciding or withdrawing needs a supervisor's ID and
      *> password here and now -- the logged-in operator's own
      *> level is not enough on its own.
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
