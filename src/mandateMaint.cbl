        IDENTIFICATION DIVISION.
        PROGRAM-ID. mandateMaint.
      *> Maintenance screen for the direct-debit mandates in
      *> data/MANDATES.dat: list, sign up a member (or replace the
      *> bank details on an existing mandate, which starts its
      *> return count afresh), and cancel. The member is validated
      *> through findMember, since they may live in any branch's
      *> file. Patterned on chargeCodesMaint.
        environment division.
           input-output section.
               file-control.
                   COPY MANDSEL.
        DATA DIVISION.
           file section.
               fd MANDATES.
                   COPY MANDFD.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 searchId pic 9(7).
               01 inputRouting pic 9(9).
               01 inputAccount pic x(17).
               01 inputSignedDate pic 9(8).
               COPY FINDPARM.
               COPY CHKDIGPARM.
               COPY MANDSTAT.

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

           display "[1] List mandates  [2] Sign up / change bank"
           display "[3] Cancel a mandate"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o MANDATES
           evaluate true
               when MAND-status-ok
                   continue
               when MAND-status = "93"
                   display "MANDATES file is locked. Try later."
                   goback
               when other
                   display "Unable to open MANDATES file."
                           " Status: " MAND-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-mandate
               when 3
                   perform cancel-one-mandate
               when other
                   perform list-mandates
           end-evaluate

           close MANDATES

       GOBACK.

       list-mandates.
           display "Member  Name             Routing   Account"
                   "           Signed   S Rtn Last draft"
           perform until eof = 'y'
               read MANDATES next record
                   at end
                       move 'y' to eof
                   not at end
                       display mandMemberId " " mandMemberName " "
                               mandRouting " " mandAccount " "
                               mandDate " " mandStatus " "
                               mandReturnCount "  "
                               mandLastDraftDate
               end-read
           end-perform.

       edit-one-mandate.
           perform accept-member
           if findParmFound not = 'y'
               exit paragraph
           end-if

           display "Bank routing number (9 digits): " no advancing
           move 0 to inputRouting
           accept inputRouting
           if inputRouting = 0
               display "Routing number is required -- nothing"
                       " saved."
               exit paragraph
           end-if
           display "Account number: " no advancing
           move spaces to inputAccount
           accept inputAccount
           if inputAccount = spaces
               display "Account number is required -- nothing"
                       " saved."
               exit paragraph
           end-if
           display "Date signed (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputSignedDate
           accept inputSignedDate
           if inputSignedDate = 0
               move todayDate to inputSignedDate
           end-if

           move searchId to mandMemberId
           read MANDATES key is mandMemberId
               invalid key
                   initialize MAND-rec
                   move searchId to mandMemberId
                   perform move-mandate-fields
                   write MAND-rec
                   display "Mandate set up for " findParmName
               not invalid key
                   perform move-mandate-fields
                   rewrite MAND-rec
                   display "Mandate replaced for " findParmName
           end-read.

      *> New bank details are a fresh start -- the returns against
      *> the old account do not count against the new one.
       move-mandate-fields.
           move findParmName to mandMemberName
           move inputRouting to mandRouting
           move inputAccount to mandAccount
           move inputSignedDate to mandDate
           move "A" to mandStatus
           move 0 to mandReturnCount
           move 0 to mandCancelDate.

       cancel-one-mandate.
           display "Member number: " no advancing
           accept searchId
           move searchId to mandMemberId
           read MANDATES key is mandMemberId
               invalid key
                   display "No mandate on file for " searchId
               not invalid key
                   move "C" to mandStatus
                   move todayDate to mandCancelDate
                   rewrite MAND-rec
                   display "Mandate cancelled for " mandMemberName
                           " -- no further drafts."
           end-read.

       accept-member.
           display "Member number: " no advancing
           accept searchId
           move 'n' to findParmFound
      *> A miskeyed member number must beep here, not draft a
      *> stranger's account.
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
           end-if.
