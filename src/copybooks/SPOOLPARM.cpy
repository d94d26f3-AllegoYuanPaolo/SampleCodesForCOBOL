      *> spoolReport's LINKAGE SECTION so the two always agree on
      *> the layout. The caller names the report, itself, and the
      *> fixed-name file it just wrote; spoolReport preserves a
      *> dated copy and catalogs the run. burstReport names the
      *> recipient its copy is for; everyone else leaves spaces.
           01 spool-parms.
               02 spoolReportName pic x(12).
               02 spoolProgram pic x(16).
               02 spoolSourceFile pic x(32).
               02 spoolRecipient pic x(12).
