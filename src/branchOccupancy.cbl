        IDENTIFICATION DIVISION.
        PROGRAM-ID. branchOccupancy.
      *> Live head count for one branch: every visit on
      *> data/VISITS.dat checked in at the branch on the day and
      *> not yet closed -- members and guests alike, since the
      *> fire code counts bodies. Visits up to the last one the
      *> nightly visitCloseout closed (its mark in
      *> data/VISIT_CLOSEOUT.txt) are all closed already, so the
      *> count reads on from there. The figure comes back with the
      *> branch's CAPACITY<branch> parameter and the warnings the
      *> desk shows when the building nears or reaches it.
        environment division.
           input-output section.
               file-control.
                   COPY VISITSEL.
                   select optional CLOSEOUT-MARK
                       assign to "data/VISIT_CLOSEOUT.txt"
                       organization is line sequential
                       file status is MARK-status.
        DATA DIVISION.
           file section.
               fd VISITS.
                   COPY VISITFD.
               fd CLOSEOUT-MARK.
                   01 mark-rec.
                       02 markDate pic 9(8).
                       02 filler pic x.
                       02 markVisitId pic 9(7).
            local-STORAGE SECTION.
               01 visitEof pic x value 'n'.
               01 startVisitId pic 9(7) value 0.
               01 warnPct pic 9(7) value 90.
               01 warnCount pic 9(7).
               01 MARK-status pic xx.
               COPY GETPARM.
               COPY VISITSTAT.
        LINKAGE SECTION.
            COPY OCCPARM.
        PROCEDURE DIVISION USING occupancy-parms.

           move 0 to occParmCount
           move 'n' to occParmNearLimit
           move 'n' to occParmAtLimit

           move spaces to getParmName
           string "CAPACITY" occParmBranch
               delimited by space into getParmName
           move 0 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to occParmCapacity

           move "CAPACITYWARNPCT" to getParmName
           move 90 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to warnPct

           open input CLOSEOUT-MARK
           if MARK-status = "00"
               read CLOSEOUT-MARK
                   at end
                       continue
                   not at end
                       if markVisitId numeric
                           move markVisitId to startVisitId
                       end-if
               end-read
           end-if
           close CLOSEOUT-MARK

           open input VISITS
           if not VISIT-status-ok or VISIT-status = "05"
               close VISITS
               goback
           end-if
           move startVisitId to visitId
           start VISITS key is greater than visitId
               invalid key
                   move 'y' to visitEof
           end-start
           perform until visitEof = 'y'
               read VISITS next record
                   at end
                       move 'y' to visitEof
                   not at end
                       if visitDate = occParmDate
                           and visitBranch = occParmBranch
                           and not visit-exited
                           add 1 to occParmCount
                       end-if
               end-read
           end-perform
           close VISITS

           if occParmCapacity > 0
               compute warnCount rounded =
                   occParmCapacity * warnPct / 100
               if occParmCount >= warnCount
                   move 'y' to occParmNearLimit
               end-if
               if occParmCount >= occParmCapacity
                   move 'y' to occParmAtLimit
               end-if
           end-if

       GOBACK.
