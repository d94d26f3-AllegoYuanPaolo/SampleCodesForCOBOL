        IDENTIFICATION DIVISION.
        PROGRAM-ID. distribMaint.
      *> Maintenance screen for the report distribution list
      *> data/DISTRIB.dat: list it, put a recipient on a report
      *> (for one branch's lines or the whole report), or take
      *> them off. burstReport reads the list each time a
      *> distributed report runs. The branch must be on
      *> data/BRANCHES.dat. Patterned on glMapMaint.
        environment division.
           input-output section.
               file-control.
                   COPY DISTSEL.
                   COPY BRANCHSEL.
        DATA DIVISION.
           file section.
               fd DISTRIB.
                   COPY DISTFD.
               fd BRANCHES.
                   COPY BRANCHFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 inputRecipient pic x(10).
               01 recipientLength pic 99.
               01 inputReport pic x(12).
               01 inputBranch pic x(4).
               01 branchOk pic x.
               01 rowsListed pic 9(5) value 0.
               COPY DISTSTAT.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           display "Report distribution list"
           display "[1] List  [2] Add/update a recipient's report"
           display "[3] Remove a recipient's report"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o DISTRIB

           evaluate true
               when DIST-status-ok
                   continue
               when DIST-status = "93"
                   display "DISTRIB file is locked. Try later."
                   goback
               when other
                   display "Unable to open DISTRIB file. Status: "
                           DIST-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-row
               when 3
                   perform remove-one-row
               when other
                   perform list-rows
           end-evaluate

           close DISTRIB

       GOBACK.

       list-rows.
           display "Recipient  Report       Branch Added    By"
           perform until eof = 'y'
               read DISTRIB next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsListed
                       if distBranch = spaces
                           display distRecipient " "
                                   distReportName " ALL    "
                                   distAddedDate " " distAddedBy
                       else
                           display distRecipient " "
                                   distReportName " "
                                   distBranch "   "
                                   distAddedDate " " distAddedBy
                       end-if
               end-read
           end-perform
           display "Rows: " rowsListed.

      *> The recipient goes into the spooled copy's file name, so it is
      *> one word -- a name with a space in it is asked for again.
       ask-key.
           move spaces to inputRecipient
           perform until inputRecipient not = spaces
               display "Recipient: " no advancing
               accept inputRecipient
               move function upper-case(inputRecipient)
                   to inputRecipient
               move 0 to recipientLength
               inspect inputRecipient tallying recipientLength
                   for characters before initial space
               if recipientLength < 10
                   and inputRecipient(recipientLength + 1:)
                       not = spaces
                   display "A recipient is one word -- no spaces."
                   move spaces to inputRecipient
               end-if
           end-perform
           move spaces to inputReport
           perform until inputReport not = spaces
               display "Report (ROSTER, AGING, STATUSCHG,"
                       " COLLSUMMARY): " no advancing
               accept inputReport
               move function upper-case(inputReport) to inputReport
           end-perform
           move inputRecipient to distRecipient
           move inputReport to distReportName.

       edit-one-row.
           perform ask-key
           move 'n' to branchOk
           perform until branchOk = 'y'
               display "Branch (Enter = whole report): "
                       no advancing
               move spaces to inputBranch
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
               perform check-branch
           end-perform

           move inputRecipient to distRecipient
           move inputReport to distReportName
           read DISTRIB key is distKey
               invalid key
                   initialize DIST-rec
                   move inputRecipient to distRecipient
                   move inputReport to distReportName
                   move inputBranch to distBranch
                   move currentOperator to distAddedBy
                   move todayDate to distAddedDate
                   write DIST-rec
                   display function trim(inputRecipient)
                           " now receives " function trim(inputReport)
               not invalid key
                   move inputBranch to distBranch
                   move currentOperator to distAddedBy
                   move todayDate to distAddedDate
                   rewrite DIST-rec
                   display function trim(inputRecipient) "'s "
                           function trim(inputReport) " updated"
           end-read.

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

       remove-one-row.
           perform ask-key
           read DISTRIB key is distKey
               invalid key
                   display function trim(inputRecipient)
                           " is not on the list for "
                           function trim(inputReport)
               not invalid key
                   delete DISTRIB record
                   display function trim(inputRecipient)
                           " taken off " function trim(inputReport)
           end-read.
