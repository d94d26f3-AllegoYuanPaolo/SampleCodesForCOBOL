      *> Shared parameter layout passed to burstReport. COPY'd both
      *> into the calling report programs' storage and into
      *> burstReport's LINKAGE SECTION so the two always agree on
      *> the layout. The caller names the report as it spooled it,
      *> itself, the fixed-name file it just wrote, and the column
      *> its member lines carry the branch code in; every line
      *> without a branch code there belongs to every branch.
           01 burst-parms.
               02 burstReportName pic x(12).
               02 burstProgram pic x(16).
               02 burstSourceFile pic x(32).
               02 burstBranchColumn pic 9(3).
