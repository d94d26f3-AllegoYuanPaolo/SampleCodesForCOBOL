      *> Report spool viewer: lists the runs recorded in
      *> data/REPORTCAT.dat and redisplays any chosen run from its
      *> dated spool file, so the desk can pull up Tuesday's roster
      *> without rerunning anything. The list can be narrowed to
      *> one report, one recipient's burst copies and one date,
      *> so North's aging from last Tuesday is a single line.
        environment division.
           input-output section.
               file-control.
               01 eof pic x value 'n'.
               01 shownOnPage pic 99 value 0.
               01 pageSize pic 99 value 20.
               01 spoolInName pic x(56).
               01 pickReport pic x(12).
               01 pickRecipient pic x(12).
               01 pickDate pic 9(8).
               01 listedCount pic 9(5) value 0.
               01 SPOOLIN-status pic xx.
               COPY RPTCATSTAT.

                   goback
           end-evaluate

           display "Report name (Enter = all): " no advancing
           move spaces to pickReport
           accept pickReport
           move function upper-case(pickReport) to pickReport
           display "Recipient (Enter = all, FULL = full runs"
                   " only): " no advancing
           move spaces to pickRecipient
           accept pickRecipient
           move function upper-case(pickRecipient) to pickRecipient
           display "Run date (YYYYMMDD, 0 = all): " no advancing
           move 0 to pickDate
           accept pickDate

           display "Cataloged report runs:"
           display "Id      Report       Date     Time   Operator  "
                   " Recipient"
           perform until eof = 'y'
               read REPORTCAT next record
                   at end
                       move 'y' to eof
                   not at end
                       perform list-one-run
               end-read
           end-perform
           display "Runs listed: " listedCount

           display "Enter catalog id to view (0 to exit): "
                   no advancing
           close SPOOL-IN

       GOBACK.

       list-one-run.
           if pickReport not = spaces
               and catReportName not = pickReport
               exit paragraph
           end-if
           evaluate true
               when pickRecipient = spaces
                   continue
               when pickRecipient = "FULL"
                   if catRecipient not = spaces
                       exit paragraph
                   end-if
               when catRecipient not = pickRecipient
                   exit paragraph
           end-evaluate
           if pickDate not = 0
               and catReportDate not = pickDate
               exit paragraph
           end-if
           add 1 to listedCount
           display catalogId " "
                   catReportName " "
                   catReportDate " "
                   catReportTime(1:6) " "
                   catOperator " "
                   catRecipient.
