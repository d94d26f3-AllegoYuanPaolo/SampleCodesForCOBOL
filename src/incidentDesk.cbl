        IDENTIFICATION DIVISION.
        PROGRAM-ID. incidentDesk.
      *> Facility incident and injury register. Records a slip,
      *> fall or injury on data/INCIDENTS.dat -- date and time,
      *> branch, where in the building, the member or guest
      *> involved, what happened, whether anyone was hurt or given
      *> first aid, and the staff witness. For a member the waiver
      *> position on data/WAIVERS.dat on the incident date is
      *> shown and kept with the incident, since that is the first
      *> thing the insurer asks. Incidents stay open until the
      *> manager has followed them up and closed them; the open
      *> list is what the manager works from. incidentSummary
      *> gives the quarter by branch and location.
        environment division.
           input-output section.
               file-control.
                   COPY INCIDSEL.
                   COPY WAIVERSEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd INCIDENTS.
                   COPY INCIDFD.
               fd WAIVERS.
                   COPY WAIVERFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 nowTime pic 9(8).
               01 searchId pic 9(7).
               01 inputId pic 9(7).
               01 inputDate pic 9(8).
               01 inputTime pic 9(4).
               01 inputBranch pic x(4).
               01 inputKind pic x.
               01 inputFlag pic x.
               01 inputStatus pic x.
               01 inputNote pic x(40).
               01 branchChosen pic x.
               01 openCount pic 9(5) value 0.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY AUDITPARM.
               COPY INCIDSTAT.
               COPY WAIVERSTAT.
               COPY BRANCHSTAT.

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
           accept nowTime from time

           display "Incident register"
           display "[1] Record an incident"
           display "[2] Follow up or close an incident"
           display "[3] List open incidents"
           display "Enter option >" no advancing
           accept deskChoice

           open i-o INCIDENTS
           if not INCID-status-ok
               display "Unable to open INCIDENTS file. Status: "
                       INCID-status
               close INCIDENTS
               goback
           end-if

           evaluate deskChoice
               when 1
                   perform record-incident
               when 2
                   perform follow-up-incident
               when other
                   perform list-open-incidents
           end-evaluate

           close INCIDENTS

       GOBACK.

       record-incident.
           initialize INCID-rec

           display "Incident date (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if
           if inputDate > todayDate
               display "An incident cannot be dated in the future."
               exit paragraph
           end-if
           display "Time (HHMM, 0 = now): " no advancing
           move 0 to inputTime
           accept inputTime
           if inputTime = 0 and inputDate = todayDate
               move nowTime(1:4) to inputTime
           end-if

           move space to inputKind
           perform until inputKind = "M" or inputKind = "G"
               display "[M]ember or [G]uest/visitor: " no advancing
               accept inputKind
               move function upper-case(inputKind) to inputKind
           end-perform

           move spaces to inputBranch
           if inputKind = "M"
               display "Member number: " no advancing
               accept searchId
               move searchId to chkParmId
               call "checkMemberId" using check-digit-parms
               if chkParmValid not = 'y'
                   display "Member number fails its check digit --"
                           " re-key it."
                   exit paragraph
               end-if
               move searchId to findParmId
               call "findMember" using find-parms
               if findParmFound not = 'y'
                   display "Member not found in any branch"
                           " membership file."
                   exit paragraph
               end-if
               display "Member: " findParmName
               move searchId to incMemberId
               move findParmName to incPartyName
               move findParmBranch to inputBranch
           else
               move 0 to incMemberId
               move spaces to incPartyName
               perform until incPartyName not = spaces
                   display "Guest/visitor name: " no advancing
                   accept incPartyName
               end-perform
           end-if
           move inputKind to incPartyKind

           perform choose-branch
           if branchChosen not = 'y'
               exit paragraph
           end-if

           display "Location (e.g. LOCKER ROOM, POOL DECK): "
                   no advancing
           move spaces to incLocation
           perform until incLocation not = spaces
               accept incLocation
           end-perform
           move function upper-case(incLocation) to incLocation
           display "What happened: " no advancing
           move spaces to incDescription
           accept incDescription
           display "Anyone injured? [y/n]: " no advancing
           move 'n' to inputFlag
           accept inputFlag
           if inputFlag = 'y' or inputFlag = 'Y'
               move "Y" to incInjuryFlag
           else
               move "N" to incInjuryFlag
           end-if
           display "First aid given? [y/n]: " no advancing
           move 'n' to inputFlag
           accept inputFlag
           if inputFlag = 'y' or inputFlag = 'Y'
               move "Y" to incFirstAidFlag
           else
               move "N" to incFirstAidFlag
           end-if
           display "Staff witness: " no advancing
           move spaces to incWitness
           accept incWitness

           move inputDate to incDate
           move inputTime to incTime
           perform check-waiver-on-date

           move "INCIDENT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to incId
           move "O" to incStatus
           move spaces to incFollowUpNote
           move 0 to incClosedDate
           move currentOperator to incRecordedBy
           move todayDate to incRecordedDate
           write INCID-rec
               invalid key
                   display "Unable to record incident " incId
                   exit paragraph
           end-write

           if inc-member
               move "INCIDENT" to auditOperation
               move incMemberId to auditMemberId
               move incPartyName to auditMemberName
               move findParmNickname to auditOldNickname
               move findParmNickname to auditNewNickname
               move findParmStatus to auditOldStatus
               move findParmStatus to auditNewStatus
               move currentOperator to auditOperator
               call "writeAudit" using audit-parms
           end-if

           display "Incident " incId " recorded and open for"
                   " follow-up."
           evaluate true
               when inc-guest
                   display "Guest -- no waiver is kept for guests."
               when inc-waiver-current
                   display "Waiver on file, current to "
                           incWaiverExpiry "."
               when other
                   display "*** NO CURRENT WAIVER on file on "
                           incDate " -- tell the manager. ***"
           end-evaluate.

      *> A member's branch comes from findMember and is offered as
      *> the default; a guest's branch is keyed. The registry is
      *> checked when it is on file.
       choose-branch.
           move 'n' to branchChosen
           open input BRANCHES
           perform until branchChosen = 'y'
               if inputBranch not = spaces
                   display "Branch [" inputBranch "] (Enter = keep): "
                           no advancing
               else
                   display "Branch code: " no advancing
               end-if
               move spaces to branchKey
               accept branchKey
               move function upper-case(branchKey) to branchKey
               if branchKey = spaces
                   move inputBranch to branchKey
               end-if
               if branchKey = spaces
                   continue
               else
                   if not BRANCH-status-ok or BRANCH-status = "05"
                       move branchKey to incBranch
                       move 'y' to branchChosen
                   else
                       read BRANCHES key is branchKey
                           invalid key
                               display "No such branch in the"
                                       " registry."
                           not invalid key
                               move branchKey to incBranch
                               move 'y' to branchChosen
                       end-read
                   end-if
               end-if
           end-perform
           close BRANCHES.

      *> WAIVERS.dat keeps the latest signature only, so a waiver
      *> signed after the incident does not count for it.
       check-waiver-on-date.
           move 0 to incWaiverExpiry
           if inc-guest
               move "G" to incWaiverFlag
               exit paragraph
           end-if
           move "N" to incWaiverFlag
           open input WAIVERS
           if WAIVER-status-ok and WAIVER-status not = "05"
               move incMemberId to wvrMemberId
               read WAIVERS key is wvrMemberId
                   invalid key
                       continue
                   not invalid key
                       move wvrExpiryDate to incWaiverExpiry
                       if wvrSignedDate <= incDate
                           and wvrExpiryDate >= incDate
                           move "Y" to incWaiverFlag
                       end-if
               end-read
           end-if
           close WAIVERS.

       follow-up-incident.
           display "Incident number: " no advancing
           accept inputId
           move inputId to incId
           read INCIDENTS key is incId
               invalid key
                   display "No incident " inputId " on file."
                   exit paragraph
           end-read
           perform show-one-incident
           if inc-closed
               display "Incident was closed " incClosedDate "."
               exit paragraph
           end-if
           if incFollowUpNote not = spaces
               display "Follow-up so far: " incFollowUpNote
           end-if

           display "Follow-up note (Enter = keep): " no advancing
           move spaces to inputNote
           accept inputNote
           if inputNote not = spaces
               move inputNote to incFollowUpNote
           end-if
           move space to inputStatus
           perform until inputStatus = "F" or inputStatus = "C"
               display "[F]ollow-up continuing or [C]losed: "
                       no advancing
               accept inputStatus
               move function upper-case(inputStatus) to inputStatus
           end-perform
           move inputStatus to incStatus
           if inc-closed
               move todayDate to incClosedDate
           end-if
           rewrite INCID-rec

           if inc-member
               if inc-closed
                   move "INCIDCLOSE" to auditOperation
               else
                   move "INCIDNOTE" to auditOperation
               end-if
               move incMemberId to auditMemberId
               move incPartyName to auditMemberName
               move spaces to auditOldNickname
               move spaces to auditNewNickname
               move space to auditOldStatus
               move space to auditNewStatus
               move currentOperator to auditOperator
               call "writeAudit" using audit-parms
           end-if

           if inc-closed
               display "Incident " incId " closed."
           else
               display "Incident " incId " kept open for follow-up."
           end-if.

       list-open-incidents.
           display "Open incidents"
           perform until eof = 'y'
               read INCIDENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if not inc-closed
                           add 1 to openCount
                           perform show-one-incident
                       end-if
               end-read
           end-perform
           display "Open or under follow-up: " openCount.

       show-one-incident.
           display incId " " incDate " " incTime " " incBranch " "
                   incLocation " " incPartyKind " " incPartyName
                   " inj " incInjuryFlag " aid " incFirstAidFlag
                   " waiver " incWaiverFlag " status " incStatus
           display "    " incDescription
           display "    Witness: " incWitness.
