      *> fixed name stays in place for anything that still reads it;
      *> the spool copy is what survives the next run overwriting
      *> it. reprintReport pulls runs back up from the catalog.
      *> A burst copy made for one recipient carries the
      *> recipient in its spool name and its catalog row.
        environment division.
           input-output section.
               file-control.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 spoolDate pic 9(8).
               01 spoolTime pic 9(8).
               01 spoolFileName pic x(56).
               01 commandLine pic x(160).
               COPY SEQPARM.
               COPY RPTCATSTAT.
            COPY SPOOLPARM.
        PROCEDURE DIVISION USING spool-parms.

      *> A report run against the training copy stays where the
      *> trainee wrote it; the spool and its catalog are the live
      *> record of what ran.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- "
                       function trim(spoolSourceFile)
                       " is not spooled."
               goback
           end-if

           accept spoolDate from date yyyymmdd
           accept spoolTime from time

           call "SYSTEM" using "mkdir -p data/spool"

           move spaces to spoolFileName
           if spoolRecipient = spaces
               string "data/spool/"
                   function trim(spoolReportName)
                   "." spoolDate "." spoolTime(1:6) ".rpt"
                   delimited by size into spoolFileName
           else
               string "data/spool/"
                   function trim(spoolReportName)
                   "." function trim(spoolRecipient)
                   "." spoolDate "." spoolTime(1:6) ".rpt"
                   delimited by size into spoolFileName
           end-if

           move spaces to commandLine
           string "cp -f " function trim(spoolSourceFile)
               move spoolTime to catReportTime
               move currentOperator to catOperator
               move spoolFileName to catSpoolFile
               move spoolRecipient to catRecipient
               write RPTCAT-rec
                   invalid key
                       display "Unable to catalog report run "
