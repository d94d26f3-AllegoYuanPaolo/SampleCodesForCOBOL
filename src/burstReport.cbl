        IDENTIFICATION DIVISION.
        PROGRAM-ID. burstReport.
      *> Report bursting: called by a distributed report right
      *> after it has spooled its full run. Every recipient on the
      *> distribution list (data/DISTRIB.dat) for the report gets
      *> their own copy -- for a recipient tied to a branch, the
      *> report's heading and closing lines with only that
      *> branch's member lines between them; for anyone else, the
      *> whole report -- spooled and cataloged through spoolReport
      *> under the recipient's name, so reprintReport can pull a
      *> branch's copy back without anyone paging through the rest.
      *> A member line is one whose branch column (the caller says
      *> which) holds a branch on data/BRANCHES.dat.
        environment division.
           input-output section.
               file-control.
                   COPY DISTSEL.
                   COPY BRANCHSEL.
                   select optional BURST-IN
                       assign using burstInName
                       organization is line sequential
                       file status is BURSTIN-status.
                   select BURST-OUT
                       assign to "data/BURST.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd DISTRIB.
                   COPY DISTFD.
               fd BRANCHES.
                   COPY BRANCHFD.
               fd BURST-IN.
                   01 burst-in-line pic x(132).
               fd BURST-OUT.
                   01 burst-out-line pic x(132).
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 inEof pic x.
               01 burstInName pic x(32).
               01 BURSTIN-status pic xx.
               01 branchSlots pic 99 value 0.
               01 branchIdx pic 99.
               01 lineBranch pic x(4).
               01 knownBranch pic x.
               01 lineNo pic 9(7).
               01 firstBranchLine pic 9(7) value 0.
               01 lastBranchLine pic 9(7) value 0.
               01 branchLines pic 9(7).
               01 copiesMade pic 9(3) value 0.
               01 branch-Key-Table.
                   02 branchKeyEntry pic x(4) occurs 50 times.
               COPY SPOOLPARM.
               COPY DISTSTAT.
               COPY BRANCHSTAT.
        LINKAGE SECTION.
            COPY BURSTPARM.
        PROCEDURE DIVISION USING burst-parms.

           open input DISTRIB
           if not DIST-status-ok or DIST-status = "05"
      *> Nobody is on a distribution list yet -- nothing to burst.
               close DISTRIB
               goback
           end-if

           open input BRANCHES
           if BRANCH-status-ok
               perform until eof = 'y'
                   read BRANCHES next record
                       at end
                           move 'y' to eof
                       not at end
                           if branchSlots < 50
                               add 1 to branchSlots
                               move branchKey
                                   to branchKeyEntry(branchSlots)
                           end-if
                   end-read
               end-perform
           end-if
           close BRANCHES

           move burstSourceFile to burstInName
           perform find-member-lines

           move 'n' to eof
           perform until eof = 'y'
               read DISTRIB next record
                   at end
                       move 'y' to eof
                   not at end
                       if distReportName = burstReportName
                           perform make-one-copy
                       end-if
               end-read
           end-perform
           close DISTRIB

           if copiesMade > 0
               display "Burst copies made of "
                       function trim(burstReportName) ": "
                       copiesMade
           end-if

       GOBACK.

      *> First pass: where the member lines start and stop. What
      *> comes before the first is the heading, what comes after
      *> the last is the closing totals; every copy gets both.
       find-member-lines.
           move 0 to lineNo
           open input BURST-IN
           if BURSTIN-status not = "00"
               close BURST-IN
               exit paragraph
           end-if
           move 'n' to inEof
           perform until inEof = 'y'
               read BURST-IN
                   at end
                       move 'y' to inEof
                   not at end
                       add 1 to lineNo
                       perform check-line-branch
                       if knownBranch = 'y'
                           if firstBranchLine = 0
                               move lineNo to firstBranchLine
                           end-if
                           move lineNo to lastBranchLine
                       end-if
               end-read
           end-perform
           close BURST-IN.

       check-line-branch.
           move 'n' to knownBranch
           move spaces to lineBranch
           if burstBranchColumn = 0 or burstBranchColumn > 129
               exit paragraph
           end-if
           move burst-in-line(burstBranchColumn:4) to lineBranch
           if lineBranch = spaces
               exit paragraph
           end-if
           perform varying branchIdx from 1 by 1
                   until branchIdx > branchSlots
               if branchKeyEntry(branchIdx) = lineBranch
                   move 'y' to knownBranch
               end-if
           end-perform.

       make-one-copy.
           open input BURST-IN
           if BURSTIN-status not = "00"
               close BURST-IN
               exit paragraph
           end-if
           open output BURST-OUT
           move 0 to lineNo
           move 0 to branchLines
           move 'n' to inEof
           perform until inEof = 'y'
               read BURST-IN
                   at end
                       move 'y' to inEof
                   not at end
                       add 1 to lineNo
                       perform copy-one-line
               end-read
           end-perform
           close BURST-IN

           if distBranch not = spaces
               move spaces to burst-out-line
               write burst-out-line
               move spaces to burst-out-line
               string "Copy for " function trim(distRecipient)
                   ": branch " distBranch " only, "
                   branchLines " member lines"
                   delimited by size into burst-out-line
               write burst-out-line
           end-if
           close BURST-OUT

           move burstReportName to spoolReportName
           move burstProgram to spoolProgram
           move "data/BURST.rpt" to spoolSourceFile
           move distRecipient to spoolRecipient
           call "spoolReport" using spool-parms
           add 1 to copiesMade.

      *> A whole-report recipient gets every line; a branch
      *> recipient gets the heading and closing lines and, between
      *> them, only their own branch's member lines -- page
      *> headings repeated in between are left out.
       copy-one-line.
           if distBranch = spaces
               or firstBranchLine = 0
               or lineNo < firstBranchLine
               or lineNo > lastBranchLine
               move burst-in-line to burst-out-line
               write burst-out-line
               exit paragraph
           end-if
           perform check-line-branch
           if knownBranch = 'y' and lineBranch = distBranch
               move burst-in-line to burst-out-line
               write burst-out-line
               add 1 to branchLines
           end-if.
