        IDENTIFICATION DIVISION.
        PROGRAM-ID. convertApplLayout.
      *> One-time rebuild of data/APPLICATIONS.dat into the grown
      *> application layout that carries the referring member. The
      *> old 124-byte rows cannot be read in place by the grown
      *> record, the situation convertPayjnlLayout handled for the
      *> payments journal. Every old row comes across with a zero
      *> referrer -- nobody was recorded, which is exactly what
      *> the readers treat as "not referred" -- rebuilt into a
      *> scratch file and swapped into place. Run once, before the
      *> desk opens on the grown layout. Take a copy of the data
      *> directory first.
        environment division.
           input-output section.
               file-control.
      *> The old layout, declared inline because APPLFD now
      *> describes the grown record.
                   select optional OLD-APPL
                       assign to "data/APPLICATIONS.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is oldApplicationId
                       file status is OLDAPPL-status.
                   select optional APPL-NEW
                       assign to "data/APPLICATIONS_NEW.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is applicationId of NEW-rec
                       file status is NEWAPPL-status.
        DATA DIVISION.
           file section.
               fd OLD-APPL.
                   01 old-APPL-rec.
                       02 oldApplicationId pic 9(7).
                       02 oldApplBody pic x(117).
               fd APPL-NEW.
                   COPY APPLFD REPLACING APPL-rec BY NEW-rec.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 confirmChoice pic x value 'n'.
               01 rowsRead pic 9(7) value 0.
               01 rowsWritten pic 9(7) value 0.
               01 OLDAPPL-status pic xx.
                   88 OLDAPPL-status-ok values "00" "05".
               01 NEWAPPL-status pic xx.
                   88 NEWAPPL-status-ok values "00" "05".

        PROCEDURE DIVISION.
      *> Destructive function -- a logged-in operator must be
      *> supervisor or admin level. A console run carries no
      *> operator and passes.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to run this function."
               goback
           end-if

           display "Application-file layout conversion."
           display "Take a copy of the data directory first."
           display "Rebuild data/APPLICATIONS.dat into the grown"
                   " layout? [y/n] >" no advancing
           accept confirmChoice
           if confirmChoice not = 'y'
               display "Conversion abandoned."
               goback
           end-if

           open input OLD-APPL
           if not OLDAPPL-status-ok
               display "Unable to open APPLICATIONS file. Status: "
                       OLDAPPL-status
               display "If the status is 39 the file is already"
                       " on the grown layout -- nothing to do."
               close OLD-APPL
               goback
           end-if

           open output APPL-NEW

           perform until eof = 'y'
               read OLD-APPL next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       perform grow-one-row
               end-read
           end-perform

           close OLD-APPL
           close APPL-NEW

           if rowsWritten not = rowsRead
               display "*** Row counts do not balance -- live"
                       " file left untouched. Read " rowsRead
                       " wrote " rowsWritten " ***"
               call "SYSTEM" using
                   "rm -f data/APPLICATIONS_NEW.dat"
               goback
           end-if

           call "SYSTEM" using
               "mv data/APPLICATIONS_NEW.dat data/APPLICATIONS.dat"

           display "Conversion complete."
           display "  Application rows rebuilt: " rowsWritten
           display "Old rows carry no referring member -- the"
                   " readers treat that as not referred."

       GOBACK.

      *> The old fields sit at the front of the grown record in
      *> the same order, so the old image moves across whole.
       grow-one-row.
           initialize NEW-rec
           move old-APPL-rec to NEW-rec(1:124)
           move 0 to applReferrerId of NEW-rec
           write NEW-rec
               invalid key
                   display "Duplicate application dropped: "
                           oldApplicationId
               not invalid key
                   add 1 to rowsWritten
           end-write.
