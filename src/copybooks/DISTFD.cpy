      *> Report distribution record layout for data/DISTRIB.dat,
      *> one row per recipient per report they receive, kept by
      *> distribMaint. After a distributed report is spooled,
      *> burstReport gives every recipient on the list for it
      *> their own copy -- only their branch's lines when the row
      *> names a branch, the whole report when it does not -- and
      *> spools and catalogs that copy under the recipient's name.
           01 DIST-rec.
               02 distKey.
      *> A branch manager, a department, a board member -- any
      *> short name the copies are filed under.
                   03 distRecipient pic x(10).
      *> The name the report is spooled under (ROSTER, AGING, ...).
                   03 distReportName pic x(12).
      *> branchKey from data/BRANCHES.dat; spaces for the whole
      *> report, every branch.
               02 distBranch pic x(4).
               02 distAddedBy pic x(10).
               02 distAddedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
