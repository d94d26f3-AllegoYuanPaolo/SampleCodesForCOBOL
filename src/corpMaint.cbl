        IDENTIFICATION DIVISION.
        PROGRAM-ID. corpMaint.
      *> Corporate group memberships. Maintains the employer
      *> accounts on data/CORPACCTS.dat (contact, billing address,
      *> negotiated discount and employer-paid share), ties members
      *> to an account and ends the tie when an employee leaves
      *> (data/CORPLINKS.dat), lists an employer's covered staff,
      *> and records the employer's payments against the account
      *> balance the monthly corpInvoice run bills. While linked a
      *> member renews at the negotiated rate; once the link ends
      *> they are back to the full rate. Terms are supervisor
      *> business, so a logged-in operator below supervisor level
      *> cannot add or change an account.
        environment division.
           input-output section.
               file-control.
                   COPY CORPSEL.
                   COPY CLINKSEL.
        DATA DIVISION.
           file section.
               fd CORPACCTS.
                   COPY CORPFD.
               fd CORPLINKS.
                   COPY CLINKFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 searchId pic 9(7).
               01 inputCode pic x(4).
               01 inputEmployeeRef pic x(10).
               01 inputDate pic 9(8).
               01 inputReason pic x(16).
               01 inputAmount pic 9(7)v99.
               01 linkFound pic x.
               01 coveredCount pic 9(5) value 0.
               01 accountBalance pic s9(7)v99.
               COPY CHKDIGPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY CORPPARM.
               COPY AUDITPARM.
               COPY CORPSTAT.
               COPY CLINKSTAT.

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

           display "Corporate accounts"
           display "[1] List accounts  [2] Add/update an account"
           display "[3] Link a member  [4] End a member's link"
           display "[5] List covered employees"
           display "[6] Record an employer payment"
           display "Enter option >" no advancing
           accept maintChoice

           if maintChoice = 2
               if currentOperator not = spaces
                   and currentOperatorLevel not = "S"
                   and currentOperatorLevel not = "A"
                   display "Operator " currentOperator " is not"
                           " authorized to change corporate terms."
                   goback
               end-if
           end-if

           open i-o CORPACCTS
           if not CORP-status-ok
               display "Unable to open CORPACCTS file. Status: "
                       CORP-status
               close CORPACCTS
               goback
           end-if
           open i-o CORPLINKS
           if not CLINK-status-ok
               display "Unable to open CORPLINKS file. Status: "
                       CLINK-status
               close CORPACCTS
               close CORPLINKS
               goback
           end-if

           evaluate maintChoice
               when 2
                   perform edit-one-account
               when 3
                   perform link-member
               when 4
                   perform end-member-link
               when 5
                   perform list-covered-employees
               when 6
                   perform record-employer-payment
               when other
                   perform list-accounts
           end-evaluate

           close CORPACCTS
           close CORPLINKS

       GOBACK.

       list-accounts.
           display "Code Employer                 Disc%  Share% "
                   "Billed     Paid       Active"
           perform until eof = 'y'
               read CORPACCTS next record
                   at end
                       move 'y' to eof
                   not at end
                       display corpCode " " corpName " "
                               corpDiscountPct " " corpSharePct " "
                               corpAmountBilled " " corpAmountPaid
                               " " corpActiveFlag
               end-read
           end-perform.

       edit-one-account.
           move spaces to inputCode
           perform until inputCode not = spaces
               display "Account code (4 characters): " no advancing
               accept inputCode
               move function upper-case(inputCode) to inputCode
           end-perform

           move inputCode to corpCode
           read CORPACCTS key is corpCode
               invalid key
                   initialize CORP-rec
                   move inputCode to corpCode
                   move 0 to corpAmountBilled
                   move 0 to corpAmountPaid
                   move 0 to corpLastPaymentDate
                   move 0 to corpLastInvoiceNo
                   move 0 to corpLastInvoiceDate
                   move "Y" to corpActiveFlag
                   display "New account " inputCode
                   perform take-account-fields
                   write CORP-rec
                   display "Account " inputCode " added."
               not invalid key
                   display "Updating " corpName
                   perform take-account-fields
                   rewrite CORP-rec
                   display "Account " inputCode " updated."
           end-read.

       take-account-fields.
           display "Employer name: " no advancing
           move spaces to corpName
           accept corpName
           display "Contact name: " no advancing
           move spaces to corpContact
           accept corpContact
           display "Contact phone: " no advancing
           move spaces to corpPhone
           accept corpPhone
           display "Billing street address: " no advancing
           move spaces to corpStreet
           accept corpStreet
           display "City: " no advancing
           move spaces to corpCity
           accept corpCity
           display "State: " no advancing
           move spaces to corpState
           accept corpState
           move function upper-case(corpState) to corpState
           display "Zip: " no advancing
           move spaces to corpZip
           accept corpZip
           display "Negotiated discount percent: " no advancing
           move 0 to corpDiscountPct
           accept corpDiscountPct
           if corpDiscountPct > 100
               move 100 to corpDiscountPct
           end-if
           display "Employer-paid share percent: " no advancing
           move 0 to corpSharePct
           accept corpSharePct
           if corpSharePct > 100
               move 100 to corpSharePct
           end-if
           display "Account active? [Y/N]: " no advancing
           accept corpActiveFlag
           move function upper-case(corpActiveFlag) to corpActiveFlag
           if corpActiveFlag not = "N"
               move "Y" to corpActiveFlag
           end-if.

      *> One open link per member -- an employee moving between
      *> employers has the old link ended first.
       link-member.
           display "Member number: " no advancing
           accept searchId
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
               or findParmStatus = "D" or findParmStatus = "X"
               display "No live member " searchId " on file."
               exit paragraph
           end-if

           move searchId to corpParmMemberId
           move todayDate to corpParmAsOfDate
           call "findCorpLink" using corp-parms
           if corpParmLinked = 'y'
               display findParmName " is already covered by "
                       corpParmName " -- end that link first."
               exit paragraph
           end-if

           display "Account code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputCode to corpCode
           read CORPACCTS key is corpCode
               invalid key
                   display "No such account: " inputCode
                   exit paragraph
           end-read
           if not corp-active
               display corpName " is not an active account."
               exit paragraph
           end-if

           display "Employee/payroll number: " no advancing
           move spaces to inputEmployeeRef
           accept inputEmployeeRef
           display "Covered from (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if

           initialize CLINK-rec
           move "CORPLINK" to seqName
           call "nextSequence" using seq-parms
           move seqValue to clinkId
           move searchId to clinkMemberId
           move corpCode to clinkCorpCode
           move findParmName to clinkMemberName
           move inputEmployeeRef to clinkEmployeeRef
           move inputDate to clinkStartDate
           move 0 to clinkEndDate
           move spaces to clinkEndReason
           move currentOperator to clinkOperator
           write CLINK-rec
               invalid key
                   display "Unable to record link " clinkId
                   exit paragraph
           end-write

           move "CORPLINK" to auditOperation
           move searchId to auditMemberId
           move findParmName to auditMemberName
           move findParmNickname to auditOldNickname
           move findParmNickname to auditNewNickname
           move findParmStatus to auditOldStatus
           move findParmStatus to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           display findParmName " linked to " corpName
                   " from " inputDate "."
           display "Renewals now at " corpDiscountPct
                   "% off; employer pays " corpSharePct "%.".

       end-member-link.
           display "Member number: " no advancing
           accept searchId
           move 'n' to linkFound
           move searchId to clinkMemberId
           start CORPLINKS key is equal to clinkMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CORPLINKS next record
                   at end
                       move 'y' to eof
                   not at end
                       evaluate true
                           when clinkMemberId not = searchId
                               move 'y' to eof
                           when clinkEndDate = 0
                               move 'y' to linkFound
                               move 'y' to eof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           if linkFound not = 'y'
               display "No open corporate link for " searchId "."
               exit paragraph
           end-if

           display clinkMemberName " is covered by account "
                   clinkCorpCode " since " clinkStartDate
           display "Left the employer on (YYYYMMDD, 0 = today): "
                   no advancing
           move 0 to inputDate
           accept inputDate
           if inputDate = 0
               move todayDate to inputDate
           end-if
           if inputDate < clinkStartDate
               move clinkStartDate to inputDate
           end-if
           display "Reason: " no advancing
           move spaces to inputReason
           accept inputReason
           if inputReason = spaces
               move "LEFT EMPLOYER" to inputReason
           end-if

           move inputDate to clinkEndDate
           move inputReason to clinkEndReason
           rewrite CLINK-rec

           move "CORPUNLINK" to auditOperation
           move clinkMemberId to auditMemberId
           move clinkMemberName to auditMemberName
           move spaces to auditOldNickname
           move spaces to auditNewNickname
           move space to auditOldStatus
           move space to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           display "Link ended " inputDate ". " clinkMemberName
                   " is back to full-rate renewal.".

       list-covered-employees.
           display "Account code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputCode to corpCode
           read CORPACCTS key is corpCode
               invalid key
                   display "No such account: " inputCode
                   exit paragraph
           end-read
           display corpName "  (" corpContact " " corpPhone ")"
           display "Member  Name             Employee   From     To"
           move inputCode to clinkCorpCode
           start CORPLINKS key is equal to clinkCorpCode
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CORPLINKS next record
                   at end
                       move 'y' to eof
                   not at end
                       if clinkCorpCode not = inputCode
                           move 'y' to eof
                       else
                           if clinkEndDate = 0
                               add 1 to coveredCount
                           end-if
                           display clinkMemberId " "
                                   clinkMemberName " "
                                   clinkEmployeeRef " "
                                   clinkStartDate " "
                                   clinkEndDate " "
                                   clinkEndReason
                       end-if
               end-read
           end-perform
           display "Currently covered: " coveredCount.

       record-employer-payment.
           display "Account code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputCode to corpCode
           read CORPACCTS key is corpCode
               invalid key
                   display "No such account: " inputCode
                   exit paragraph
           end-read
           compute accountBalance = corpAmountBilled - corpAmountPaid
           display corpName " -- balance due " accountBalance
           display "Amount received: " no advancing
           move 0 to inputAmount
           accept inputAmount
           if inputAmount = 0
               display "Nothing recorded."
               exit paragraph
           end-if
           add inputAmount to corpAmountPaid
           move todayDate to corpLastPaymentDate
           rewrite CORP-rec
           compute accountBalance = corpAmountBilled - corpAmountPaid
           display "Payment recorded. Balance due now "
                   accountBalance.
