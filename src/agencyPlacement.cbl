        IDENTIFICATION DIVISION.
        PROGRAM-ID. agencyPlacement.
      *> Collection agency placement run. Picks the open
      *> collections cases the desk has not been able to collect:
      *> the member still owes at least AGENCYMINBAL (default 100)
      *> and has paid nothing for AGENCYDAYS days (default 180;
      *> counted from the case opening when the member never paid
      *> at all). A deceased member is never placed. The cases are
      *> listed for a supervisor to confirm; on yes every one goes
      *> on the agency's placement file data/AGENCY_PLACE_<date>.txt
      *> (case, member, name, last known address, balance, last
      *> payment) and moves to the placed stage with a note on the
      *> case, which takes it off the collections desk's worklist.
      *> The agency's remittances come back through agencyRemit.
        environment division.
           input-output section.
               file-control.
                   COPY COLLCASESEL.
                   COPY CASENOTESEL.
                   COPY DUESSEL.
                   select PLACE-FILE
                       assign using placeFileName
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd COLLCASES.
                   COPY COLLCASEFD.
               fd CASENOTES.
                   COPY CASENOTEFD.
               fd DUES.
                   COPY DUESFD.
               fd PLACE-FILE.
                   01 place-rec.
                       02 placeCaseId pic 9(7).
                       02 filler pic x.
                       02 placeMemberId pic 9(7).
                       02 filler pic x.
                       02 placeName pic x(16).
                       02 filler pic x.
                       02 placeStreet pic x(24).
                       02 filler pic x.
                       02 placeCity pic x(16).
                       02 filler pic x.
                       02 placeState pic x(2).
                       02 filler pic x.
                       02 placeZip pic x(10).
                       02 filler pic x.
                       02 placeBalance pic 9(5)v99.
                       02 filler pic x.
                       02 placeLastPaid pic 9(8).
                       02 filler pic x.
                       02 placeDate pic 9(8).
                       02 filler pic x.
      *> "Y" when our own mail to the address has come back.
                       02 placeBadAddress pic x.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 confirmChoice pic x value 'n'.
               01 placeFileName pic x(32).
               01 minBalance pic 9(5)v99.
               01 minDays pic 9(5).
               01 balanceOwed pic s9(5)v99.
               01 sincePaid pic 9(8).
               01 daysUnpaid pic s9(7).
               01 balanceEdit pic zzzz9.99.
               01 eligibleSlots pic 9(3) value 0.
               01 eligibleIdx pic 9(3).
               01 eligibleTotal pic 9(7)v99 value 0.
               01 casesPlaced pic 9(5) value 0.
               01 eligible-Table.
                   02 eligible-Entry occurs 500 times.
                       03 eligCaseId pic 9(7).
                       03 eligBalance pic 9(5)v99.
                       03 eligLastPaid pic 9(8).
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY COLLCASESTAT.
               COPY CASENOTESTAT.
               COPY DUESSTAT.

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

      *> Handing accounts to an outside agency is a supervisor's
      *> decision.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to run this function."
               goback
           end-if

           accept todayDate from date yyyymmdd

           move "AGENCYMINBAL" to getParmName
           move 100 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to minBalance

           move "AGENCYDAYS" to getParmName
           move 180 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to minDays

           open i-o COLLCASES
           evaluate true
               when CASE-status-ok
                   continue
               when CASE-status = "93"
                   display "COLLCASES file is locked. Try later."
                   goback
               when other
                   display "Unable to open COLLCASES file."
                           " Status: " CASE-status
                   goback
           end-evaluate

           open input DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               close COLLCASES
               goback
           end-if

           display "Cases eligible for the collection agency"
                   " (owing " minBalance "+, unpaid " minDays
                   "+ days):"
           perform until eof = 'y'
               read COLLCASES next record
                   at end
                       move 'y' to eof
                   not at end
                       if case-open
                           perform check-one-case
                       end-if
               end-read
           end-perform
           close DUES

           if eligibleSlots = 0
               display "No cases are eligible for placement."
               close COLLCASES
               goback
           end-if

           display "Cases: " eligibleSlots "  owing " eligibleTotal
           display "Place these cases with the agency? [y/n] >"
                   no advancing
           accept confirmChoice
           if confirmChoice not = 'y'
               display "Placement abandoned -- nothing changed."
               close COLLCASES
               goback
           end-if

           move spaces to placeFileName
           string "data/AGENCY_PLACE_" todayDate ".txt"
               delimited by size into placeFileName
           open output PLACE-FILE
           open i-o CASENOTES

           perform varying eligibleIdx from 1 by 1
                   until eligibleIdx > eligibleSlots
               perform place-one-case
           end-perform

           close PLACE-FILE
           close CASENOTES
           close COLLCASES

           display "Cases placed: " casesPlaced
           display "Placement file written to "
                   function trim(placeFileName)

       GOBACK.

       check-one-case.
           move caseMemberId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   exit paragraph
           end-read
           if creditBalance not numeric
               move 0 to creditBalance
           end-if
           compute balanceOwed =
               amountOwed - amountPaid - creditBalance
           if balanceOwed < minBalance
               exit paragraph
           end-if

           if lastPaymentDate = 0
               move caseOpenedDate to sincePaid
           else
               move lastPaymentDate to sincePaid
           end-if
           compute daysUnpaid =
               function integer-of-date(todayDate)
               - function integer-of-date(sincePaid)
           if daysUnpaid < minDays
               exit paragraph
           end-if

           move caseMemberId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y' or findParmStatus = "D"
               exit paragraph
           end-if

           if eligibleSlots >= 500
               exit paragraph
           end-if
           add 1 to eligibleSlots
           move caseId to eligCaseId(eligibleSlots)
           move balanceOwed to eligBalance(eligibleSlots)
           move lastPaymentDate to eligLastPaid(eligibleSlots)
           add balanceOwed to eligibleTotal
           move balanceOwed to balanceEdit
           display "| Case " caseId
                   " | " caseMemberId " " caseMemberName
                   " | owes " balanceEdit
                   " | unpaid " daysUnpaid " days |".

       place-one-case.
           move eligCaseId(eligibleIdx) to caseId
           read COLLCASES key is caseId
               invalid key
                   exit paragraph
           end-read
      *> Someone may have worked or closed it since the list.
           if not case-open
               exit paragraph
           end-if

           move caseMemberId to findParmId
           call "findMember" using find-parms

           move spaces to place-rec
           move caseId to placeCaseId
           move caseMemberId to placeMemberId
           move caseMemberName to placeName
           move findParmStreet to placeStreet
           move findParmCity to placeCity
           move findParmState to placeState
           move findParmZip to placeZip
           move eligBalance(eligibleIdx) to placeBalance
           move eligLastPaid(eligibleIdx) to placeLastPaid
           move todayDate to placeDate
           if findParmBadAddress = "R"
               move "Y" to placeBadAddress
           else
               move "N" to placeBadAddress
           end-if
           write place-rec

           move "A" to caseStage
           move todayDate to casePlacedDate
           rewrite CASE-rec
           add 1 to casesPlaced

           if NOTE-status-ok
               initialize NOTE-rec
               move "CASENOTE" to seqName
               call "nextSequence" using seq-parms
               move seqValue to noteId
               move caseId to noteCaseId
               move todayDate to noteDate
               move currentOperator to noteOperator
               move eligBalance(eligibleIdx) to balanceEdit
               string "Placed with the collection agency, owing "
                   balanceEdit
                   delimited by size into noteText
               write NOTE-rec
           end-if.
