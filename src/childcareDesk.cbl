        IDENTIFICATION DIVISION.
        PROGRAM-ID. childcareDesk.
      *> Kids' club desk: drops a child off -- a dependent on
      *> data/DEPENDENTS.dat, taken only while the primary member
      *> is checked in at the same branch that day (a visit on
      *> data/VISITS.dat) -- and logs the drop-off time on
      *> data/CHILDCARE.dat; hands the child back, checking the
      *> collector against the child's authorized pick-up list on
      *> data/CCAUTH.dat and logging the time and the minutes the
      *> stay ran. Anyone not on the list needs a supervisor's
      *> override, which goes through writeAudit. Also maintains
      *> the pick-up lists and shows who is in the club now. The
      *> minutes are billed to the family by the nightly
      *> childcareDay step.
        environment division.
           input-output section.
               file-control.
                   COPY DEPENDSEL.
                   COPY VISITSEL.
                   COPY CCAUTHSEL.
                   COPY CCLOGSEL.
                   COPY OPERSEL.
        DATA DIVISION.
           file section.
               fd DEPENDENTS.
                   COPY DEPENDFD.
               fd VISITS.
                   COPY VISITFD.
               fd CCAUTH.
                   COPY CCAUTHFD.
               fd CHILDCARE.
                   COPY CCLOGFD.
               fd OPERATORS.
                   COPY OPERFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 listChoice pic 9.
               01 collectorChoice pic 9.
               01 inputDependentId pic 9(6).
               01 inputBranch pic x(4).
               01 inputName pic x(24).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 timeParts.
                   02 timeHH pic 9(2).
                   02 timeMM pic 9(2).
                   02 filler pic 9(4).
               01 inMinuteOfDay pic 9(4).
               01 outMinuteOfDay pic 9(4).
               01 browseEof pic x.
               01 visitFound pic x.
               01 stayFound pic x.
               01 nextSeq pic 9(2).
               01 slotIdx pic 9.
               01 childrenIn pic 9(4) value 0.
               01 collectorOk pic x.
               01 collectorName pic x(24).
               01 approvalOk pic x value 'n'.
               01 supervisorId pic x(10).
               01 supervisorPassword pic x(10).
               COPY FINDPARM.
               COPY AUDITPARM.
               COPY DEPENDSTAT.
               COPY VISITSTAT.
               COPY CCAUTHSTAT.
               COPY CCLOGSTAT.
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
           accept todayTime from time

           display "Kids' club desk"
           display "[1] Drop off a child   [2] Pick up a child"
           display "[3] Authorized pick-up list"
           display "[4] Children in the club now"
           display "Enter option >" no advancing
           accept deskChoice

           open i-o CHILDCARE
           evaluate true
               when CCLOG-status-ok
                   continue
               when CCLOG-status = "93"
                   display "CHILDCARE file is locked. Try later."
                   goback
               when other
                   display "Unable to open CHILDCARE file. Status: "
                           CCLOG-status
                   goback
           end-evaluate

           evaluate deskChoice
               when 2
                   perform pick-up-child
               when 3
                   perform maintain-pickup-list
               when 4
                   perform list-children-in
               when other
                   perform drop-off-child
           end-evaluate

           close CHILDCARE

       GOBACK.

      *> The child must be a dependent on file; zero back in
      *> inputDependentId means the desk has nothing to go on.
       ask-dependent.
           display "Dependent number: " no advancing
           move 0 to inputDependentId
           accept inputDependentId
           open input DEPENDENTS
           move inputDependentId to dependentId
           read DEPENDENTS key is dependentId
               invalid key
                   display "No such dependent on file."
                   move 0 to inputDependentId
           end-read
           close DEPENDENTS.

       drop-off-child.
           perform ask-dependent
           if inputDependentId = 0
               exit paragraph
           end-if
           display "Child: " dependentName " (" relationship
                   " of " primaryMemberName ")"

           move primaryMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Primary member " primaryMemberId
                       " is not on any branch membership file."
               exit paragraph
           end-if
           if findParmStatus not = "A"
               display "Primary member is not Active (status "
                       findParmStatus ") -- child not taken."
               exit paragraph
           end-if

           display "Kids' club branch: " no advancing
           move spaces to inputBranch
           accept inputBranch
           move function upper-case(inputBranch) to inputBranch

      *> The parent has to be on the premises: a check-in today at
      *> this branch, not yesterday's and not another club's.
           perform find-parent-visit
           if visitFound not = 'y'
               display findParmName " is not checked in at "
                       inputBranch " today -- the member must"
                       " check in before the child is taken."
               exit paragraph
           end-if

           perform find-todays-stays
           if stayFound = 'y'
               display dependentName " is already checked in"
                       " (since " ccInTime(1:4) ")."
               exit paragraph
           end-if

           initialize CCLOG-rec
           move todayDate to ccDate
           move inputDependentId to ccDependentId
           move nextSeq to ccSeq
           move primaryMemberId to ccPrimaryId
           move findParmName to ccPrimaryName
           move dependentName to ccDependentName
           move inputBranch to ccBranch
           move "I" to ccStatus
           move todayTime to ccInTime
           move currentOperator to ccInOperator
           write CCLOG-rec
               invalid key
                   display "Unable to log drop-off for "
                           dependentName
               not invalid key
                   display dependentName " checked in at "
                           todayTime(1:2) ":" todayTime(3:2) "."
           end-write

           open input CCAUTH
           move inputDependentId to ccaDependentId
           read CCAUTH key is ccaDependentId
               invalid key
                   display "No authorized pick-up list -- only "
                           findParmName " may collect."
           end-read
           close CCAUTH.

       find-parent-visit.
           move 'n' to visitFound
           open input VISITS
           move 'n' to browseEof
           move primaryMemberId to visitMemberId
           start VISITS key is equal to visitMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read VISITS next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if visitMemberId not = primaryMemberId
                           move 'y' to browseEof
                       else
                           if visitDate = todayDate
                               and visitBranch = inputBranch
                               and not visit-guest
                               move 'y' to visitFound
                           end-if
                       end-if
               end-read
           end-perform
           close VISITS.

      *> Today's stays for the child: stayFound says one is still
      *> open (and leaves it as the current record), nextSeq is
      *> the number a new one would take.
       find-todays-stays.
           move 'n' to stayFound
           move 1 to nextSeq
           move todayDate to ccDate
           move inputDependentId to ccDependentId
           move 0 to ccSeq
           move 'n' to browseEof
           start CHILDCARE key is not less than ccKey
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read CHILDCARE next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if ccDate not = todayDate
                           or ccDependentId not = inputDependentId
                           move 'y' to browseEof
                       else
                           compute nextSeq = ccSeq + 1
                           if cc-checked-in
                               move 'y' to stayFound
                               move 'y' to browseEof
                           end-if
                       end-if
               end-read
           end-perform.

       pick-up-child.
           perform ask-dependent
           if inputDependentId = 0
               exit paragraph
           end-if
           perform find-todays-stays
           if stayFound not = 'y'
               display dependentName " is not checked in today."
               exit paragraph
           end-if
           display "Child: " ccDependentName " in since "
                   ccInTime(1:2) ":" ccInTime(3:2)
                   " at " ccBranch

           open input CCAUTH
           move inputDependentId to ccaDependentId
           read CCAUTH key is ccaDependentId
               invalid key
                   initialize CCAUTH-rec
           end-read
           close CCAUTH

           display "Who is collecting?"
           display "  [0] " ccPrimaryName " (the member)"
           perform varying slotIdx from 1 by 1 until slotIdx > 4
               if ccaCollectorName(slotIdx) not = spaces
                   display "  [" slotIdx "] "
                           ccaCollectorName(slotIdx) " ("
                           ccaRelationship(slotIdx) ")"
               end-if
           end-perform
           display "  [9] Someone not on the list"
           display "Enter option >" no advancing
           move 9 to collectorChoice
           accept collectorChoice

           move 'n' to collectorOk
           move spaces to supervisorId
           evaluate true
               when collectorChoice = 0
                   move ccPrimaryName to collectorName
                   move 'y' to collectorOk
               when collectorChoice >= 1 and collectorChoice <= 4
                   if ccaCollectorName(collectorChoice) not = spaces
                       move ccaCollectorName(collectorChoice)
                           to collectorName
                       move 'y' to collectorOk
                   end-if
           end-evaluate

      *> Anyone not on the list is the case the sign-in sheet
      *> could never answer for: the name is taken, a supervisor
      *> lets it happen or it does not, and the override is
      *> audited against the family.
           if collectorOk not = 'y'
               display "Collector's full name: " no advancing
               move spaces to inputName
               accept inputName
               if inputName = spaces
                   display "No name given -- child not released."
                   exit paragraph
               end-if
               display inputName " is not on the authorized list."
               perform approve-by-supervisor
               if approvalOk not = 'y'
                   display "Not approved -- child not released."
                   exit paragraph
               end-if
               move inputName to collectorName
           end-if

           move "O" to ccStatus
           move todayTime to ccOutTime
           move currentOperator to ccOutOperator
           move collectorName to ccCollector
           move supervisorId to ccOverrideBy
           move ccInTime to timeParts
           compute inMinuteOfDay = timeHH * 60 + timeMM
           move todayTime to timeParts
           compute outMinuteOfDay = timeHH * 60 + timeMM
           if outMinuteOfDay > inMinuteOfDay
               compute ccMinutes = outMinuteOfDay - inMinuteOfDay
           else
               move 1 to ccMinutes
           end-if
           rewrite CCLOG-rec
               invalid key
                   display "Unable to log pick-up for "
                           ccDependentName
                   exit paragraph
           end-rewrite

           if supervisorId not = spaces
               move "CCOVERRIDE" to auditOperation
               move ccPrimaryId to auditMemberId
               move ccPrimaryName to auditMemberName
               move spaces to auditOldNickname
               move spaces to auditNewNickname
               move space to auditOldStatus
               move space to auditNewStatus
               move currentOperator to auditOperator
               call "writeAudit" using audit-parms
           end-if

           display ccDependentName " collected by " collectorName
                   " at " todayTime(1:2) ":" todayTime(3:2)
                   " -- " ccMinutes " minutes."
           if supervisorId not = spaces
               display "Override approved by " supervisorId "."
           end-if.

      *> Release to someone not on the list only goes through when
      *> a supervisor- or admin-level operator keys their own
      *> credentials.
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

       maintain-pickup-list.
           perform ask-dependent
           if inputDependentId = 0
               exit paragraph
           end-if
           display "Child: " dependentName " (" relationship
                   " of " primaryMemberName ")"

           open i-o CCAUTH
           evaluate true
               when CCAUTH-status-ok
                   continue
               when CCAUTH-status = "93"
                   display "CCAUTH file is locked. Try later."
                   exit paragraph
               when other
                   display "Unable to open CCAUTH file. Status: "
                           CCAUTH-status
                   exit paragraph
           end-evaluate

           move inputDependentId to ccaDependentId
           read CCAUTH key is ccaDependentId
               invalid key
                   initialize CCAUTH-rec
                   move inputDependentId to ccaDependentId
                   move primaryMemberId to ccaPrimaryId
                   move dependentName to ccaDependentName
                   move currentOperator to ccaUpdatedBy
                   move todayDate to ccaUpdatedDate
                   write CCAUTH-rec
           end-read

           display primaryMemberName " (the member) may always"
                   " collect."
           perform varying slotIdx from 1 by 1 until slotIdx > 4
               if ccaCollectorName(slotIdx) not = spaces
                   display "Collector " slotIdx ": "
                           ccaCollectorName(slotIdx) " ("
                           ccaRelationship(slotIdx) ") "
                           ccaPhone(slotIdx)
               else
                   display "Collector " slotIdx ": (none)"
               end-if
           end-perform

           display "[1-4] Set that collector  [5] Clear a collector"
           display "[0] No change"
           display "Enter option >" no advancing
           move 0 to listChoice
           accept listChoice
           evaluate true
               when listChoice >= 1 and listChoice <= 4
                   move listChoice to slotIdx
                   perform take-one-collector
               when listChoice = 5
                   display "Collector to clear (1-4): " no advancing
                   move 0 to slotIdx
                   accept slotIdx
                   if slotIdx >= 1 and slotIdx <= 4
                       move spaces to ccaCollector(slotIdx)
                       perform save-pickup-list
                       display "Collector " slotIdx " cleared."
                   end-if
               when other
                   continue
           end-evaluate

           close CCAUTH.

       take-one-collector.
           display "Collector's full name: " no advancing
           move spaces to inputName
           accept inputName
           if inputName = spaces
               display "A collector needs a name -- no change."
               exit paragraph
           end-if
           move inputName to ccaCollectorName(slotIdx)
           display "Relationship to the child: " no advancing
           move spaces to ccaRelationship(slotIdx)
           accept ccaRelationship(slotIdx)
           display "Phone: " no advancing
           move spaces to ccaPhone(slotIdx)
           perform until ccaPhone(slotIdx) not = spaces
               accept ccaPhone(slotIdx)
           end-perform
           perform save-pickup-list
           display "Collector " slotIdx " recorded.".

      *> Who may take a child away is a change the family should
      *> be able to see the history of.
       save-pickup-list.
           move primaryMemberId to ccaPrimaryId
           move dependentName to ccaDependentName
           move currentOperator to ccaUpdatedBy
           move todayDate to ccaUpdatedDate
           rewrite CCAUTH-rec

           move "CCAUTH" to auditOperation
           move primaryMemberId to auditMemberId
           move primaryMemberName to auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move space to auditOldStatus
           move space to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

       list-children-in.
           display "Children in the club now"
           move todayDate to ccDate
           move 0 to ccDependentId
           move 0 to ccSeq
           move 'n' to browseEof
           start CHILDCARE key is not less than ccKey
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read CHILDCARE next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if ccDate not = todayDate
                           move 'y' to browseEof
                       else
                           if cc-checked-in
                               add 1 to childrenIn
                               display "  " ccBranch " "
                                       ccDependentName " in at "
                                       ccInTime(1:2) ":"
                                       ccInTime(3:2) "  parent "
                                       ccPrimaryName
                           end-if
                       end-if
               end-read
           end-perform
           display "Children in: " childrenIn.
