      *> expiry -- turning away non-active members and warning on
      *> lapsed ones on the spot -- and logs the visit to
      *> data/VISITS.dat with date, time and branch so the board
      *> can finally see who actually uses the club. A member
      *> with a medical alert on data/EMERGENCY.dat gets a discreet
      *> indicator on the desk screen only -- the note itself is
      *> on the emergency contacts screen. After each check-in the
      *> desk sees the branch's live head count, with a warning as
      *> it nears its fire-code capacity. A member a manager has
      *> marked for a card sharing conversation (cardShareDesk)
      *> is admitted, but the desk is told to fetch the manager.
      *> Each check-in goes through writeAudit as CHECKIN under
      *> the operator at the desk, so desk workload can be
      *> counted. The desk is asked once which branch it stands
      *> in; a member checking in away from their home branch is
      *> held to the reciprocal access rules through checkAccess
      *> -- turned away, or admitted with the visit surcharge
      *> posted once they agree to it. On a day the closure
      *> calendar has the branch shut nobody is checked in; on a
      *> partial closure the desk is told the hours, and nobody is
      *> checked in while the branch is shut. The member's desk
      *> alerts (checkAlerts) come up with the record; a blocking
      *> one turns the member away until it is cleared.
        environment division.
           input-output section.
               file-control.
                   COPY EVENTSEL.
                   COPY EVREGSEL.
                   COPY WAIVERSEL.
                   COPY CLSBKSEL.
                   COPY EMERGSEL.
                   COPY CSHARESEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd ACMA.
                   COPY EVREGFD.
               fd WAIVERS.
                   COPY WAIVERFD.
               fd CLASSBOOK.
                   COPY CLSBKFD.
               fd EMERGENCY.
                   COPY EMERGFD.
               fd CARDSHARE.
                   COPY CSHAREFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY SITECTX.
            local-STORAGE SECTION.
               01 lookupMode pic 9.
               01 searchKey pic x(16).
               01 regBrowseEof pic x.
               01 attendanceMarked pic 9(3).
               01 waiverEnforce pic 9(7) value 0.
               01 classBrowseEof pic x.
               01 classesMarked pic 9(3).
               01 inputBranch pic x(4).
               01 branchOk pic x.
               01 visitSite pic x(4).
               01 surchargeOk pic x.
               COPY GETPARM.
               COPY SEQPARM.
               COPY AUDITPARM.
               COPY CHKDIGPARM.
               COPY HOLDPARM.
               COPY OCCPARM.
               COPY ACCESSPARM.
               COPY CLOSEPARM.
               COPY ALERTPARM.
               COPY ACMASTAT.
               COPY VISITSTAT.
               COPY CARDSTAT.
               COPY EVENTSTAT.
               COPY EVREGSTAT.
               COPY WAIVERSTAT.
               COPY CLSBKSTAT.
               COPY EMERGSTAT.
               COPY CSHARESTAT.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           call "getSysParm" using get-parm-parms
           move getParmValue to waiverEnforce

           if currentSiteAsked not = 'y'
               perform ask-site-branch
           end-if

           display "Member check-in"
           display "[1] Look up by name  [2] Look up by nickname"
           display "Enter option >" no advancing
                   goback
           end-read

           move memberId to alertParmMemberId
           move todayDate to alertParmDate
           move "D" to alertParmMode
           call "checkAlerts" using alert-parms
           if alertParmBlock = 'y'
               display "Alert on file -- NOT admitted."
               close ACMA
               goback
           end-if

           perform verify-standing
           if admitMember = 'y'
               perform verify-waiver
           end-if
           if admitMember = 'y'
               perform verify-branch-open
           end-if
           if admitMember = 'y'
               perform verify-branch-access
           end-if

           close ACMA

           if admitMember = 'y'
               perform verify-presented-card
               perform log-visit
               perform show-occupancy
               perform show-medical-indicator
               perform show-sharing-mark
               perform mark-event-attendance
               perform mark-class-attendance
           end-if

       GOBACK.

      *> Only Active members come in; an Active member past expiry
      *> still comes in but the desk hears about the lapse on the
      *> spot. A frozen membership stays frozen until its hold
      *> ends or is ended at the desk.
       verify-standing.
           move memberId to holdParmMemberId
           move todayDate to holdParmAsOfDate
           call "checkHold" using hold-parms
           evaluate true
               when not status-active
                   display "Member is not Active (status "
                           statusCode ") -- NOT admitted."
               when holdParmOnHold = 'y'
                   display "Membership is on hold until "
                           holdParmEndDate " -- NOT admitted."
               when expiryDate not = 0
                   and expiryDate < todayDate
                   display "*** Membership expired " expiryDate
                       " and get a signature NOW."
           end-if.

      *> Asked once per session; Enter leaves the desk unset and
      *> every visit is taken at the member's home branch.
       ask-site-branch.
           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch at this desk (Enter = member's home"
                       " branch): " no advancing
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

      *> The branch the visit is at, checked against the closure
      *> calendar before anything else is asked of the member.
       verify-branch-open.
           if currentSiteBranch = spaces
               move branchCode to visitSite
           else
               move currentSiteBranch to visitSite
           end-if

           move "C" to closeParmAction
           move visitSite to closeParmBranch
           move todayDate to closeParmDate
           call "checkClosure" using closure-parms
           evaluate true
               when close-parm-full
                   display "*** " visitSite " is CLOSED today: "
                           function trim(closeParmReason)
                           " -- NOT admitted."
                   move 'n' to admitMember
               when close-parm-partial
                   and todayTime(1:4) >= closeParmFromTime
                   and todayTime(1:4) < closeParmToTime
                   display "*** " visitSite " is closed "
                           closeParmFromTime "-" closeParmToTime
                           ": " function trim(closeParmReason)
                           " -- NOT admitted."
                   move 'n' to admitMember
               when close-parm-partial
                   display "** " visitSite " closes "
                           closeParmFromTime "-" closeParmToTime
                           " today: " function trim(closeParmReason)
               when other
                   continue
           end-evaluate.

      *> Away from home the reciprocal access rules decide: over
      *> the month's allowance the member is either turned away
      *> or, on agreeing to it, charged the visited branch's
      *> visit surcharge.
       verify-branch-access.
           initialize access-parms
           move "C" to accessParmAction
           move memberId to accessParmMemberId
           move memberName to accessParmMemberName
           move membershipType to accessParmType
           move branchCode to accessParmHomeBranch
           move visitSite to accessParmVisitBranch
           move todayDate to accessParmVisitDate
           call "checkAccess" using access-parms
           evaluate true
               when access-refused
                   display "*** " function trim(accessParmReason)
                           " (" visitSite ", home branch "
                           branchCode ") -- NOT admitted."
                   move 'n' to admitMember
               when access-surcharge
                   display "*** Visits here this month: "
                           accessParmVisitsUsed " of "
                           accessParmAllowance " allowed."
                   display "    Visit surcharge " accessParmRate
                           " -- charge and admit (y/n)? "
                           no advancing
                   move 'n' to surchargeOk
                   accept surchargeOk
                   if surchargeOk = 'y' or surchargeOk = 'Y'
                       move "P" to accessParmAction
                       call "checkAccess" using access-parms
                       if accessParmReceipt not = 0
                           display "  Surcharge posted, receipt "
                                   accessParmReceipt
                       end-if
                   else
                       display "Surcharge declined -- NOT admitted."
                       move 'n' to admitMember
                   end-if
               when other
                   continue
           end-evaluate.

      *> A found "lost" card reads void here -- the desk takes it
      *> back instead of waving it through.
       verify-presented-card.
               move memberName to visitMemberName
               move todayDate to visitDate
               move todayTime to visitTime
               move visitSite to visitBranch
               move membershipType to visitMemberType
               write VISIT-rec
                   invalid key
                   not invalid key
                       display "Checked in: " memberName
                               " (visit " visitId ")"
                       initialize audit-parms
                       move "CHECKIN" to auditOperation
                       move memberId to auditMemberId
                       move memberName to auditMemberName
                       move statusCode to auditOldStatus
                       move statusCode to auditNewStatus
                       move currentOperator to auditOperator
                       call "writeAudit" using audit-parms
               end-write
               close VISITS
           end-if.

       show-occupancy.
           move visitSite to occParmBranch
           move todayDate to occParmDate
           call "branchOccupancy" using occupancy-parms
           evaluate true
               when occParmAtLimit = 'y'
                   display "*** " occParmBranch " AT CAPACITY: "
                           occParmCount " in, limit "
                           occParmCapacity " -- hold admissions ***"
               when occParmNearLimit = 'y'
                   display "** " occParmBranch " nearing capacity: "
                           occParmCount " in, limit "
                           occParmCapacity " **"
               when other
                   display "  In the building now: " occParmCount
           end-evaluate.

      *> Shown to the operator only, so nothing is read out at the
      *> counter; staff who need it open emergencyContacts.
       show-medical-indicator.
           open input EMERGENCY
           if not EMERG-status-ok
               close EMERGENCY
               exit paragraph
           end-if
           move memberId to emgMemberId
           read EMERGENCY key is emgMemberId
               invalid key
                   continue
               not invalid key
                   if emgMedicalAlert not = spaces
                       display "  [+MED] Medical note on file"
                   end-if
           end-read
           close EMERGENCY.

       show-sharing-mark.
           open input CARDSHARE
           if not CSHARE-status-ok
               close CARDSHARE
               exit paragraph
           end-if
           move memberId to cshMemberId
           read CARDSHARE key is cshMemberId
               invalid key
                   continue
               not invalid key
                   if csh-marked
                       display "*** Manager to see this member about"
                               " card use -- fetch the duty manager."
                       display "    " cshMarkNote
                   end-if
           end-read
           close CARDSHARE.

      *> The operator already has the member up, so event-day
      *> attendance is stamped right here: any confirmed
      *> registration for an event dated today goes to "attended"
                       end-if
               end-read
           end-if.

      *> Class bookings get the same treatment as event seats: a
      *> confirmed booking for a session dated today goes to
      *> "attended" as the member walks in, so the instructor's
      *> sheet and the booking file agree.
       mark-class-attendance.
           open i-o CLASSBOOK
           if not CLSBK-status-ok
               close CLASSBOOK
               exit paragraph
           end-if

           move 0 to classesMarked
           move 'n' to classBrowseEof
           move memberId to bookMemberId
           start CLASSBOOK key is equal to bookMemberId
               invalid key
                   move 'y' to classBrowseEof
           end-start
           perform until classBrowseEof = 'y'
               read CLASSBOOK next record
                   at end
                       move 'y' to classBrowseEof
                   not at end
                       evaluate true
                           when bookMemberId not = memberId
                               move 'y' to classBrowseEof
                           when book-confirmed
                               and not book-attended
                               and bookSessDate = todayDate
                               move "A" to bookAttend
                               rewrite CLSBK-rec
                               add 1 to classesMarked
                               display "  Booked today: "
                                       bookClassCode
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close CLASSBOOK

           if classesMarked > 0
               display "Class attendance marked for "
                       classesMarked " booking(s)."
           end-if.
