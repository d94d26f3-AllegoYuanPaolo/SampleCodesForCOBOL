      *> own number and PIN and gets the questions that clog the
      *> 6pm desk queue -- what do I owe (DUES.dat), when do I
      *> expire and what is my status (through findMember), their
      *> own visit history (VISITS.dat), self check-in and
      *> check-out (through recordExit) -- a member marked for a
      *> card sharing conversation is sent to the desk to check
      *> in instead. None of the operator functions are reachable
      *> from here. Three failed PINs lock the row for the desk to
      *> reset, mirroring the operator lockout. Staff set the
      *> branch the kiosk stands in when it is started; self
      *> check-in away from the member's home branch is held to
      *> the same reciprocal access rules as the desk. A member
      *> with a desk alert is sent to the desk; a blocking one
      *> ends the session.
        environment division.
           input-output section.
               file-control.
                   COPY DUESSEL.
                   COPY VISITSEL.
                   COPY WAIVERSEL.
                   COPY CSHARESEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd MEMBERPINS.
                   COPY VISITFD.
               fd WAIVERS.
                   COPY WAIVERFD.
               fd CARDSHARE.
                   COPY CSHAREFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY SITECTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 searchId pic 9(7).
               01 visitsShown pic 9(3).
               01 waiverEnforce pic 9(7) value 0.
               01 waiverCurrent pic x.
               01 inputBranch pic x(4).
               01 branchOk pic x.
               01 visitSite pic x(4).
               01 surchargeOk pic x.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY CHKDIGPARM.
               COPY HOLDPARM.
               COPY EXITPARM.
               COPY ACCESSPARM.
               COPY ALERTPARM.
               COPY PINSTAT.
               COPY DUESSTAT.
               COPY VISITSTAT.
               COPY WAIVERSTAT.
               COPY CSHARESTAT.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
           accept todayDate from date yyyymmdd
           accept todayTime from time

           if currentSiteAsked not = 'y'
               perform ask-site-branch
           end-if

           display "Welcome! Member number: " no advancing
           accept searchId

           end-if

           display "Hello, " function trim(findParmName) "!"
           move searchId to alertParmMemberId
           move todayDate to alertParmDate
           move "K" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               goback
           end-if
           perform until kioskDone = 'y'
               display " "
               display "[1] My balance  [2] My membership"
               display "[3] My recent visits  [4] Check in"
               display "[5] Check out"
               display "[0] Done"
               display "Enter option >" no advancing
               accept kioskChoice
                       perform show-visits
                   when 4
                       perform self-check-in
                   when 5
                       perform self-check-out
                   when other
                       move 'y' to kioskDone
               end-evaluate
               display "Please see the desk to check in."
               exit paragraph
           end-if
           move findParmId to holdParmMemberId
           move todayDate to holdParmAsOfDate
           call "checkHold" using hold-parms
           if holdParmOnHold = 'y'
               display "Your membership is on hold until "
                       holdParmEndDate " -- please see the desk."
               exit paragraph
           end-if

      *> A manager wants a word -- only the staffed desk can
      *> fetch one.
           open input CARDSHARE
           if CSHARE-status-ok
               move searchId to cshMemberId
               read CARDSHARE key is cshMemberId
                   invalid key
                       move "N" to cshMarkFlag
               end-read
           else
               move "N" to cshMarkFlag
           end-if
           close CARDSHARE
           if csh-marked
               display "Please see the desk to check in."
               exit paragraph
           end-if

      *> Same insurer rule the staffed desk enforces.
           perform verify-waiver
                       " about renewing."
           end-if

           perform verify-branch-access
           if accessParmResult = "R"
               exit paragraph
           end-if

           open i-o VISITS
           if not VISIT-status-ok
               display "Check-in is unavailable -- please see the"
           move todayDate to visitDate
           accept todayTime from time
           move todayTime to visitTime
           move visitSite to visitBranch
           move findParmType to visitMemberType
           write VISIT-rec
               invalid key
           end-write
           close VISITS.

      *> Set by staff when the kiosk is started; Enter leaves it
      *> unset and visits are taken at the member's home branch.
       ask-site-branch.
           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch this kiosk stands in (Enter ="
                       " member's home branch): " no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
           end-perform
           move inputBranch to currentSiteBranch
           move 'y' to currentSiteAsked.

       check-branch.
           if inputBranch = spaces
               move 'y' to branchOk
               exit paragraph
           end-if
           open input BRANCHES
           move inputBranch to branchKey
           read BRANCHES key is branchKey
               invalid key
                   display "No branch " inputBranch
                           " on the branch registry."
               not invalid key
                   move 'y' to branchOk
           end-read
           close BRANCHES.

      *> Same reciprocal access rules the staffed desk applies; a
      *> surcharge is only posted once the member agrees to it.
      *> Anything short of admission leaves accessParmResult "R".
       verify-branch-access.
           if currentSiteBranch = spaces
               move findParmBranch to visitSite
           else
               move currentSiteBranch to visitSite
           end-if

           initialize access-parms
           move "C" to accessParmAction
           move searchId to accessParmMemberId
           move findParmName to accessParmMemberName
           move findParmType to accessParmType
           move findParmBranch to accessParmHomeBranch
           move visitSite to accessParmVisitBranch
           move todayDate to accessParmVisitDate
           call "checkAccess" using access-parms
           evaluate true
               when access-refused
                   display function trim(accessParmReason)
                           " -- please see the desk."
               when access-surcharge
                   display "You have used this month's visits at"
                           " this branch."
                   display "A visit surcharge of " accessParmRate
                           " applies -- add it to your account"
                           " (y/n)? " no advancing
                   move 'n' to surchargeOk
                   accept surchargeOk
                   if surchargeOk = 'y' or surchargeOk = 'Y'
                       move "P" to accessParmAction
                       call "checkAccess" using access-parms
                   else
                       display "Not checked in -- please see the"
                               " desk."
                       move "R" to accessParmResult
                   end-if
               when other
                   continue
           end-evaluate.

       self-check-out.
           initialize exit-parms
           move searchId to exitParmMemberId
           move todayDate to exitParmDate
           accept todayTime from time
           move todayTime(1:4) to exitParmTime
           move "K" to exitParmSource
           call "recordExit" using exit-parms
           if exitParmMatched = 'y'
               display "Checked out -- see you next time!"
           else
               display "You are not checked in today."
           end-if.

       verify-waiver.
           move 'n' to waiverCurrent
           open input WAIVERS
