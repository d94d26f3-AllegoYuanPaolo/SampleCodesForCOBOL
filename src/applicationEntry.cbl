      *> Front-desk intake for prospective members. Records the
      *> applicant in data/APPLICATIONS.dat as Pending; nothing is
      *> written to the live membership file until a supervisor
      *> approves the application in applicationReview. The
      *> existing member who referred the applicant, if any, is
      *> taken here so the referral can be rewarded later.
        environment division.
           input-output section.
               file-control.
               01 branchEof pic x.
               01 openBranchCount pic 99.
               01 branchKeySave pic x(4).
               01 inputReferrerId pic 9(7).
               01 referrerValid pic x.
               COPY SEQPARM.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY APPLSTAT.
               COPY BRANCHSTAT.

                       end-if
                   end-perform

                   move 'n' to referrerValid
                   perform until referrerValid = 'y'
                       display "Referred by member number"
                               " (0 = nobody): " no advancing
                       move 0 to inputReferrerId
                       accept inputReferrerId
                       perform check-referrer
                   end-perform

                   initialize APPL-rec
                   move "APPLID" to seqName
                   call "nextSequence" using seq-parms
                   move inputCity to applAddrCity
                   move inputState to applAddrState
                   move inputZip to applAddrZip
                   move inputReferrerId to applReferrerId

                   write APPL-rec
                       invalid key
                   move 'y' to stateCodeValid
           end-search.

      *> A referrer must be a live member, keyed right -- a
      *> miskeyed number would credit a stranger.
       check-referrer.
           move 'y' to referrerValid
           if inputReferrerId = 0
               exit paragraph
           end-if
           move inputReferrerId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               move 'n' to referrerValid
               exit paragraph
           end-if
           move inputReferrerId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               or findParmStatus = "D" or findParmStatus = "X"
               display "No live member with that number."
               move 'n' to referrerValid
               exit paragraph
           end-if
           display "Referred by " findParmName.

       check-zip-format.
           move 'n' to zipFormatValid
           if inputZip(1:5) is numeric
