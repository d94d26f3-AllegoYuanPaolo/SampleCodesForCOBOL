      *> operators, add or update one (with permission level), and
      *> unlock an account the failed-login counter locked. Only an
      *> admin-level login may run this -- without it a lockout
      *> would be a dead end. Every level given or changed is kept
      *> on the operator's data/STAFF.dat history and goes through
      *> writeAudit as OPERLEVEL; the same row links an operator
      *> who is also a member to their member number, so the
      *> segregation-of-duties report can catch work on their own
      *> account.
        environment division.
           input-output section.
               file-control.
                   COPY OPERSEL.
                   COPY STAFFSEL.
        DATA DIVISION.
           file section.
               fd OPERATORS.
                   COPY OPERFD.
               fd STAFF.
                   COPY STAFFFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 inputPassword pic x(10).
               01 inputLevel pic x.
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 oldLevel pic x.
               01 inputMemberId pic 9(7).
               01 shiftIdx pic 99.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY AUDITPARM.
               COPY OPERSTAT.
               COPY STAFFSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd
           accept todayTime from time

      *> Console/batch runs carry no operator and pass; a logged-in
      *> operator must be admin level.
           end-if

           display "[1] List operators  [2] Add/update an operator"
           display "[3] Unlock an account  [4] Link to a membership"
           display "Enter option >" no advancing
           accept maintChoice

                           OPER-status
                   goback
           end-evaluate
           open i-o STAFF

           evaluate maintChoice
               when 2
                   perform edit-one-operator
               when 3
                   perform unlock-one-account
               when 4
                   perform link-one-member
               when other
                   perform list-operators
           end-evaluate

           close OPERATORS
           close STAFF

       GOBACK.

                       move space to lockoutFlag
                       write OPER-rec
                       display "Operator added: " inputId
                       move space to oldLevel
                       perform record-level-change
                   end-if
               not invalid key
                   if inputPassword not = spaces
                       move inputPassword to operatorPassword
                       move 0 to passwordChangedDate
                   end-if
                   move operatorLevel to oldLevel
                   move inputLevel to operatorLevel
                   rewrite OPER-rec
                   display "Operator updated: " inputId
                   if oldLevel not = inputLevel
                       perform record-level-change
                   end-if
           end-read.

      *> Level history on the staff row, and the audit trail.
       record-level-change.
           perform read-staff-row
           if staffChangeCount >= 10
               perform varying shiftIdx from 1 by 1
                       until shiftIdx > 9
                   move staffLevelChange(shiftIdx + 1)
                       to staffLevelChange(shiftIdx)
               end-perform
               add 1 to staffChangesDropped
           else
               add 1 to staffChangeCount
           end-if
           move todayDate to staffChangeStamp(staffChangeCount)(1:8)
           move todayTime to staffChangeStamp(staffChangeCount)(9:8)
           move oldLevel to staffOldLevel(staffChangeCount)
           move inputLevel to staffNewLevel(staffChangeCount)
           move currentOperator to staffChangedBy(staffChangeCount)
           perform write-staff-row

           initialize audit-parms
           move "OPERLEVEL" to auditOperation
           move staffMemberId to auditMemberId
           move inputId to auditMemberName
           move oldLevel to auditOldStatus
           move inputLevel to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.

      *> An operator's row is made the first time it is needed.
       read-staff-row.
           move inputId to staffOperatorId
           read STAFF key is staffOperatorId
               invalid key
                   initialize STAFF-rec
                   move inputId to staffOperatorId
           end-read.

       write-staff-row.
           write STAFF-rec
               invalid key
                   rewrite STAFF-rec
           end-write.

      *> Zero takes the link off an operator who is no longer a
      *> member.
       link-one-member.
           move spaces to inputId
           perform until inputId not = spaces
               display "Operator ID: " no advancing
               accept inputId
           end-perform
           move inputId to operatorId
           read OPERATORS key is operatorId
               invalid key
                   display "Unknown operator ID."
                   exit paragraph
           end-read
           display "Their member number (0 = not a member): "
                   no advancing
           move 0 to inputMemberId
           accept inputMemberId
           if inputMemberId not = 0
               move inputMemberId to chkParmId
               call "checkMemberId" using check-digit-parms
               if chkParmValid not = 'y'
                   display "Member number fails its check digit --"
                           " re-key it."
                   exit paragraph
               end-if
               move inputMemberId to findParmId
               call "findMember" using find-parms
               if findParmFound not = 'y'
                   display "Member number not found in any branch"
                           " membership file!"
                   exit paragraph
               end-if
               display "Member: " findParmName
           end-if
           perform read-staff-row
           move inputMemberId to staffMemberId
           move currentOperator to staffLinkedBy
           move todayDate to staffLinkedDate
           perform write-staff-row
           display "Operator " inputId " linked to member "
                   inputMemberId.

       unlock-one-account.
           move spaces to inputId
           perform until inputId not = spaces
