      *> which program produced it, when, by which operator, and
      *> the dated spool file the output was preserved under.
      *> reprintReport browses this catalog so the desk can pull up
      *> any prior run without rerunning anything. NOTE: the
      *> record grew from 109 to 133 bytes when burst copies were
      *> filed under their recipient and the spool name widened
      *> to hold the recipient; a catalog written under the old
      *> layout is rebuilt by the one-time convertReportCat.
           01 RPTCAT-rec.
               02 catalogId pic 9(7).
               02 catReportName pic x(12).
               02 catReportDate pic 9(8).
               02 catReportTime pic 9(8).
               02 catOperator pic x(10).
               02 catSpoolFile pic x(56).
      *> Who a burst copy from burstReport was made for (the
      *> distribution list's recipient); spaces on the full run.
               02 catRecipient pic x(12).
      *> Expansion space reserved when the catalog was created.
               02 filler pic x(4).
