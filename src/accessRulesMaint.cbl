        IDENTIFICATION DIVISION.
        PROGRAM-ID. accessRulesMaint.
      *> Maintenance screen for the reciprocal branch access rules
      *> data/ACCESS.dat: list them, add or update the row that
      *> lets a membership type from a home branch use another
      *> branch (monthly visit allowance, 999 for no limit; the
      *> per-visit rate; and whether a member over the allowance
      *> is charged that rate or refused), or remove a row. Both
      *> branches must be on data/BRANCHES.dat. checkAccess reads
      *> the rules at the desk, the kiosk and the door, and
      *> branchSettlement prices cross-branch visits from them.
      *> Listing is open to the desk; changing a rule is a
      *> supervisor's call. Patterned on distribMaint.
        environment division.
           input-output section.
               file-control.
                   COPY ACCESSSEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd ACCESS-RULES.
                   COPY ACCESSFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 inputType pic x.
               01 typeCodeValid pic x.
               COPY TYPECODES.
               01 inputHome pic x(4).
               01 inputVisit pic x(4).
               01 inputBranch pic x(4).
               01 branchOk pic x.
               01 inputVisits pic 9(3).
               01 inputRate pic 9(3)v99.
               01 inputAction pic x.
               01 rowsListed pic 9(5) value 0.
               COPY AUDITPARM.
               COPY ACCESSSTAT.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Reciprocal branch access rules"
           display "[1] List  [2] Add/update a rule"
           display "[3] Remove a rule"
           display "Enter option >" no advancing
           accept maintChoice

      *> Who may use which branch is a supervisor's decision.
           if maintChoice = 2 or maintChoice = 3
               if currentOperator not = spaces
                   and currentOperatorLevel not = "S"
                   and currentOperatorLevel not = "A"
                   display "Operator " currentOperator " is not"
                           " authorized to change access rules."
                   goback
               end-if
           end-if

           open i-o ACCESS-RULES

           evaluate true
               when ACCESS-status-ok
                   continue
               when ACCESS-status = "93"
                   display "ACCESS file is locked. Try later."
                   goback
               when other
                   display "Unable to open ACCESS file. Status: "
                           ACCESS-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-rule
               when 3
                   perform remove-one-rule
               when other
                   perform list-rules
           end-evaluate

           close ACCESS-RULES

       GOBACK.

      *> Rows come off the file by type and home branch, so each
      *> home branch's reach reads top to bottom.
       list-rules.
           display "Type Home Visit Visits/mo Rate   Over Added    By"
           perform until eof = 'y'
               read ACCESS-RULES next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsListed
                       if accessMonthlyVisits = 999
                           display accessType "    " accessHomeBranch
                                   " " accessVisitBranch
                                   "  no limit  " accessVisitRate
                                   " " accessOverAction "    "
                                   accessAddedDate " " accessAddedBy
                       else
                           display accessType "    " accessHomeBranch
                                   " " accessVisitBranch
                                   "  " accessMonthlyVisits
                                   "       " accessVisitRate
                                   " " accessOverAction "    "
                                   accessAddedDate " " accessAddedBy
                       end-if
               end-read
           end-perform
           display "Rows: " rowsListed
           display "Over: C = charge the rate, R = refuse."
           display "A type and home branch with no rows may use"
                   " every branch.".

       ask-key.
           move 'n' to typeCodeValid
           perform until typeCodeValid = 'y'
               display "Membership type [R/F/S/L]: " no advancing
               accept inputType
               move function upper-case(inputType) to inputType
               set validTypeIdx to 1
               search valid-Type-Entry
                   at end
                       move 'n' to typeCodeValid
                   when valid-Type-Entry(validTypeIdx) = inputType
                       move 'y' to typeCodeValid
               end-search
           end-perform

           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Home branch: " no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
           end-perform
           move inputBranch to inputHome

           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch visited: " no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
               if branchOk = 'y' and inputBranch = inputHome
                   display "A member's home branch needs no rule."
                   move 'n' to branchOk
               end-if
           end-perform
           move inputBranch to inputVisit

           move inputType to accessType
           move inputHome to accessHomeBranch
           move inputVisit to accessVisitBranch.

       edit-one-rule.
           perform ask-key

           display "Visits a month (999 = no limit): "
                   no advancing
           move 999 to inputVisits
           accept inputVisits
           display "Per-visit rate: " no advancing
           move 0 to inputRate
           accept inputRate
           move spaces to inputAction
           perform until inputAction = "C" or inputAction = "R"
               display "Over the allowance: [C]harge the rate or"
                       " [R]efuse: " no advancing
               accept inputAction
               move function upper-case(inputAction) to inputAction
           end-perform

           read ACCESS-RULES key is accessKey
               invalid key
                   initialize ACCESS-rec
                   move inputType to accessType
                   move inputHome to accessHomeBranch
                   move inputVisit to accessVisitBranch
                   perform fill-rule
                   write ACCESS-rec
                   display "Type " inputType " from " inputHome
                           " may now use " inputVisit
               not invalid key
                   perform fill-rule
                   rewrite ACCESS-rec
                   display "Type " inputType " from " inputHome
                           " at " inputVisit " updated"
           end-read
           move "ACCESSADD" to auditOperation
           perform audit-rule.

       fill-rule.
           move inputVisits to accessMonthlyVisits
           move inputRate to accessVisitRate
           move inputAction to accessOverAction
           move currentOperator to accessAddedBy
           move todayDate to accessAddedDate.

       check-branch.
           if inputBranch = spaces
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

       remove-one-rule.
           perform ask-key
           read ACCESS-RULES key is accessKey
               invalid key
                   display "No rule for type " inputType " from "
                           inputHome " at " inputVisit
               not invalid key
                   delete ACCESS-RULES record
                   display "Type " inputType " from " inputHome
                           " no longer uses " inputVisit
                   move "ACCESSDEL" to auditOperation
                   perform audit-rule
           end-read.

      *> The rule changed rides in the audit member name:
      *> type, home branch, branch visited.
       audit-rule.
           move 0 to auditMemberId
           move spaces to auditMemberName
           string inputType " " inputHome " " inputVisit
               delimited by size into auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move spaces to auditOldStatus
           move spaces to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms.
