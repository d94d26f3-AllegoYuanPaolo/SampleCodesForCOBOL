        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkOut.
      *> Front-desk check-out and building occupancy. A member
      *> leaving past the desk is checked out through recordExit,
      *> which closes their open visit on data/VISITS.dat (and
      *> their guests' with it); the desk then sees the branch's
      *> live head count. The occupancy board lists every open
      *> branch on data/BRANCHES.dat with its head count against
      *> the CAPACITY<branch> parameter, and flags a branch near
      *> or at its fire-code limit.
        environment division.
           input-output section.
               file-control.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd BRANCHES.
                   COPY BRANCHFD.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 searchId pic 9(7).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 eof pic x value 'n'.
               01 totalIn pic 9(6) value 0.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY EXITPARM.
               COPY OCCPARM.
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
           accept todayTime from time

           display "Check-out and occupancy"
           display "[1] Check a member out  [2] Occupancy board"
           display "Enter option >" no advancing
           accept deskChoice

           evaluate deskChoice
               when 2
                   perform show-occupancy-board
               when other
                   perform check-member-out
           end-evaluate

       GOBACK.

       check-member-out.
           display "Member number: " no advancing
           move 0 to searchId
           accept searchId
      *> A miskeyed member number must beep here, not close a
      *> stranger's visit.
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
               display "Member number not found in any branch"
                       " membership file!"
               exit paragraph
           end-if

           initialize exit-parms
           move searchId to exitParmMemberId
           move todayDate to exitParmDate
           move todayTime(1:4) to exitParmTime
           move "D" to exitParmSource
           call "recordExit" using exit-parms
           if exitParmMatched not = 'y'
               display "No open visit today for " findParmName
                       " -- nothing to check out."
               exit paragraph
           end-if
           display "Checked out: " findParmName " (visit "
                   exitParmVisitId ", in at " exitParmInTime
                   ", out at " exitParmTime ")"
           if exitParmGuests > 0
               display "  with " exitParmGuests " guest(s)."
           end-if

           move exitParmBranch to occParmBranch
           perform show-one-branch.

       show-occupancy-board.
           display "Branch  In now  Capacity"
           open input BRANCHES
           if not BRANCH-status-ok
               display "Unable to open BRANCHES file. Status: "
                       BRANCH-status
               close BRANCHES
               exit paragraph
           end-if
           perform until eof = 'y'
               read BRANCHES next record
                   at end
                       move 'y' to eof
                   not at end
                       if branch-open
                           move branchKey to occParmBranch
                           perform show-one-branch
                           add occParmCount to totalIn
                       end-if
               end-read
           end-perform
           close BRANCHES
           display "In all branches: " totalIn.

       show-one-branch.
           move todayDate to occParmDate
           call "branchOccupancy" using occupancy-parms
           evaluate true
               when occParmAtLimit = 'y'
                   display occParmBranch "    " occParmCount "   "
                           occParmCapacity
                           "  *** AT CAPACITY -- hold admissions ***"
               when occParmNearLimit = 'y'
                   display occParmBranch "    " occParmCount "   "
                           occParmCapacity
                           "  ** nearing capacity **"
               when occParmCapacity = 0
                   display occParmBranch "    " occParmCount
                           "   (no limit set)"
               when other
                   display occParmBranch "    " occParmCount "   "
                           occParmCapacity
           end-evaluate.
