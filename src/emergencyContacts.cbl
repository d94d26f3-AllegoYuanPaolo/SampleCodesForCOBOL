        IDENTIFICATION DIVISION.
        PROGRAM-ID. emergencyContacts.
      *> Desk maintenance for member emergency contacts
      *> (data/EMERGENCY.dat): up to two people to call -- name,
      *> relationship, phone -- and a short medical alert note for
      *> a declared condition. The note is what checkIn flags
      *> (discreetly) and what the trip sheets from eventRoster
      *> and classSheet carry. Changes go through writeAudit, the
      *> note itself never does.
        environment division.
           input-output section.
               file-control.
                   COPY EMERGSEL.
        DATA DIVISION.
           file section.
               fd EMERGENCY.
                   COPY EMERGFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 searchId pic 9(7).
               01 emgChoice pic 9.
               01 todayDate pic 9(8).
               01 slotIdx pic 9.
               01 inputAlert pic x(40).
               COPY FINDPARM.
               COPY CHKDIGPARM.
               COPY AUDITPARM.
               COPY EMERGSTAT.

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

           display "Emergency contacts and medical alert"
           display "Member number: " no advancing
           accept searchId

      *> A miskeyed member number must beep here, not put a
      *> stranger's next of kin on the wrong member.
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               goback
           end-if
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Member number not found in any branch"
                       " membership file!"
               goback
           end-if
           display "Member: " findParmName

           open i-o EMERGENCY
           evaluate true
               when EMERG-status-ok
                   continue
               when EMERG-status = "93"
                   display "EMERGENCY file is locked. Try later."
                   goback
               when other
                   display "Unable to open EMERGENCY file. Status: "
                           EMERG-status
                   goback
           end-evaluate

           move searchId to emgMemberId
           read EMERGENCY key is emgMemberId
               invalid key
                   initialize EMERG-rec
                   move searchId to emgMemberId
                   move findParmName to emgMemberName
                   move currentOperator to emgUpdatedBy
                   move todayDate to emgUpdatedDate
                   write EMERG-rec
           end-read

           perform show-emergency-details

           display "[1] Set first contact  [2] Set second contact"
           display "[3] Set medical alert  [4] Clear medical alert"
           display "[5] Clear second contact  [0] No change"
           display "Enter option >" no advancing
           move 0 to emgChoice
           accept emgChoice

           evaluate emgChoice
               when 1
                   move 1 to slotIdx
                   perform take-one-contact
               when 2
                   move 2 to slotIdx
                   perform take-one-contact
               when 3
                   display "Medical alert note: " no advancing
                   move spaces to inputAlert
                   accept inputAlert
                   if inputAlert = spaces
                       display "Nothing entered -- no change."
                   else
                       move inputAlert to emgMedicalAlert
                       perform save-emergency-details
                       display "Medical alert recorded."
                   end-if
               when 4
                   move spaces to emgMedicalAlert
                   perform save-emergency-details
                   display "Medical alert cleared."
               when 5
                   move spaces to emgContact(2)
                   perform save-emergency-details
                   display "Second contact cleared."
               when other
                   continue
           end-evaluate

           close EMERGENCY

       GOBACK.

       show-emergency-details.
           perform varying slotIdx from 1 by 1 until slotIdx > 2
               if emgContactName(slotIdx) not = spaces
                   display "Contact " slotIdx ": "
                           emgContactName(slotIdx) " ("
                           emgRelationship(slotIdx) ") "
                           emgPhone(slotIdx)
               else
                   display "Contact " slotIdx ": (none)"
               end-if
           end-perform
           if emgMedicalAlert not = spaces
               display "Medical alert: " emgMedicalAlert
           else
               display "Medical alert: (none declared)"
           end-if.

       take-one-contact.
           display "Contact name: " no advancing
           move spaces to emgContactName(slotIdx)
           accept emgContactName(slotIdx)
           if emgContactName(slotIdx) = spaces
               display "A contact needs a name -- no change."
               exit paragraph
           end-if
           display "Relationship: " no advancing
           move spaces to emgRelationship(slotIdx)
           accept emgRelationship(slotIdx)
           display "Phone: " no advancing
           move spaces to emgPhone(slotIdx)
           perform until emgPhone(slotIdx) not = spaces
               accept emgPhone(slotIdx)
           end-perform
           perform save-emergency-details
           display "Contact " slotIdx " recorded.".

       save-emergency-details.
           move findParmName to emgMemberName
           move currentOperator to emgUpdatedBy
           move todayDate to emgUpdatedDate
           rewrite EMERG-rec

           move "EMERGENCY" to auditOperation
           move searchId to auditMemberId
           move findParmName to auditMemberName
           move findParmNickname to auditOldNickname
           move findParmNickname to auditNewNickname
           move findParmStatus to auditOldStatus
           move findParmStatus to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.
