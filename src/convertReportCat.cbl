        IDENTIFICATION DIVISION.
        PROGRAM-ID. convertReportCat.
      *> One-time rebuild of the report catalog data/REPORTCAT.dat
      *> into the 133-byte layout that carries the recipient of a
      *> burst copy and the wider spool name. The old 109-byte
      *> rows cannot be read in place by the grown record -- the
      *> same situation convertPayjnlLinks handled for the
      *> journal. Every old row comes across with spaces in the
      *> recipient (it was a full run, which is what spaces mean),
      *> rebuilt into a scratch file and swapped into place. The
      *> spool files themselves are untouched. Run once, before
      *> the first report spools on the grown layout. Take a copy
      *> of the data directory first.
        environment division.
           input-output section.
               file-control.
      *> The old layout, declared inline because RPTCATFD now
      *> describes the grown record.
                   select optional OLD-REPORTCAT
                       assign to "data/REPORTCAT.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is oldCatalogId
                       file status is OLDCAT-status.
                   select optional REPORTCAT-NEW
                       assign to "data/REPORTCAT_NEW.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is catalogId
                       file status is NEWCAT-status.
        DATA DIVISION.
           file section.
               fd OLD-REPORTCAT.
                   01 old-RPTCAT-rec.
                       02 oldCatalogId pic 9(7).
                       02 oldCatReportName pic x(12).
                       02 oldCatProgram pic x(16).
                       02 oldCatReportDate pic 9(8).
                       02 oldCatReportTime pic 9(8).
                       02 oldCatOperator pic x(10).
                       02 oldCatSpoolFile pic x(44).
                       02 filler pic x(4).
               fd REPORTCAT-NEW.
                   COPY RPTCATFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 confirmChoice pic x value 'n'.
               01 rowsRead pic 9(7) value 0.
               01 rowsWritten pic 9(7) value 0.
               01 OLDCAT-status pic xx.
                   88 OLDCAT-status-ok values "00" "05".
               01 NEWCAT-status pic xx.
                   88 NEWCAT-status-ok values "00" "05".

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

           display "Report catalog recipient conversion."
           display "Take a copy of the data directory first."
           display "Rebuild data/REPORTCAT.dat into the grown"
                   " layout? [y/n] >" no advancing
           accept confirmChoice
           if confirmChoice not = 'y'
               display "Conversion abandoned."
               goback
           end-if

           open input OLD-REPORTCAT
           if not OLDCAT-status-ok
               display "Unable to open data/REPORTCAT.dat. Status: "
                       OLDCAT-status
               display "If the status is 39 the file is already"
                       " on the grown layout -- nothing to do."
               close OLD-REPORTCAT
               goback
           end-if
           if OLDCAT-status = "05"
               display "data/REPORTCAT.dat does not exist --"
                       " nothing to do."
               close OLD-REPORTCAT
               goback
           end-if

           open output REPORTCAT-NEW

           perform until eof = 'y'
               read OLD-REPORTCAT next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to rowsRead
                       perform grow-one-row
               end-read
           end-perform

           close OLD-REPORTCAT
           close REPORTCAT-NEW

           if rowsWritten not = rowsRead
               display "*** Row counts do not balance --"
                       " data/REPORTCAT.dat left untouched. Read "
                       rowsRead " wrote " rowsWritten " ***"
               call "SYSTEM" using "rm -f data/REPORTCAT_NEW.dat"
               goback
           end-if

           call "SYSTEM" using
               "mv data/REPORTCAT_NEW.dat data/REPORTCAT.dat"

           display "data/REPORTCAT.dat converted."
           display "  Catalog rows rebuilt: " rowsWritten

       GOBACK.

       grow-one-row.
           initialize RPTCAT-rec
           move oldCatalogId to catalogId
           move oldCatReportName to catReportName
           move oldCatProgram to catProgram
           move oldCatReportDate to catReportDate
           move oldCatReportTime to catReportTime
           move oldCatOperator to catOperator
           move oldCatSpoolFile to catSpoolFile
           move spaces to catRecipient
           write RPTCAT-rec
               invalid key
                   display "Duplicate catalog id dropped: "
                           oldCatalogId
               not invalid key
                   add 1 to rowsWritten
           end-write.
