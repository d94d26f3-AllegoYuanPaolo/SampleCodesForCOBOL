        IDENTIFICATION DIVISION.
        PROGRAM-ID. packageSweep.
      *> Nightly session package expiry sweep: walks
      *> data/MEMBERPKG.dat and clears every pack still holding
      *> sessions past its use-by date -- the pack is marked
      *> expired and the sessions left are forfeited, so the desk
      *> can no longer redeem them and the liability report stops
      *> carrying them. Each one is listed on
      *> data/PKG_EXPIRED.rpt with the value given up.
        environment division.
           input-output section.
               file-control.
                   COPY MBRPKGSEL.
                   select EXPIRED-RPT
                       assign to "data/PKG_EXPIRED.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd MEMBERPKG.
                   COPY MBRPKGFD.
               fd EXPIRED-RPT.
                   01 report-line pic x(100).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               01 eof pic x value 'n'.
               01 todayDate pic 9(8).
               01 packsRead pic 9(5) value 0.
               01 expiredCount pic 9(5) value 0.
               01 sessionsLeft pic 9(3).
               01 forfeitValue pic 9(5)v99.
               01 totalForfeitSessions pic 9(7) value 0.
               01 totalForfeitValue pic 9(7)v99 value 0.
               COPY MBRPKGSTAT.

        PROCEDURE DIVISION.
           accept todayDate from date yyyymmdd

           open i-o MEMBERPKG
           evaluate true
               when MBRPKG-status-ok
                   continue
               when other
                   display "Unable to open MEMBERPKG file. Status: "
                           MBRPKG-status
                   add 1 to batchStepProblems
                   goback
           end-evaluate

           open output EXPIRED-RPT
           move spaces to report-line
           string "Expired Session Packages - " todayDate
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until eof = 'y'
               read MEMBERPKG next record
                   at end
                       move 'y' to eof
                   not at end
                       add 1 to packsRead
                       if mpkg-open
                           and mpkgExpiry < todayDate
                           perform expire-one-pack
                       end-if
               end-read
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Packages read:      " packsRead
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Packages expired:   " expiredCount
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Sessions forfeited: " totalForfeitSessions
               "  value " totalForfeitValue
               delimited by size into report-line
           write report-line

           close MEMBERPKG
           close EXPIRED-RPT

           display "Package sweep complete."
           display "  Packages read:      " packsRead
           display "  Packages expired:   " expiredCount
           display "  Sessions forfeited: " totalForfeitSessions
           display "Report written to data/PKG_EXPIRED.rpt"

       GOBACK.

       expire-one-pack.
           compute sessionsLeft =
               mpkgSessionsBought - mpkgSessionsUsed
           compute forfeitValue rounded =
               mpkgPrice * sessionsLeft / mpkgSessionsBought
           move "X" to mpkgStatus
           move todayDate to mpkgExpiredDate
           move sessionsLeft to mpkgSessionsForfeit
           rewrite MBRPKG-rec
               invalid key
                   display "Unable to expire package " mpkgReceipt
                   add 1 to batchStepProblems
                   exit paragraph
           end-rewrite

           add 1 to expiredCount
           add sessionsLeft to totalForfeitSessions
           add forfeitValue to totalForfeitValue
           move spaces to report-line
           string "| " mpkgReceipt " | " mpkgCode " | "
               mpkgMemberName " (member " mpkgMemberId ")"
               " | expired " mpkgExpiry " | " sessionsLeft
               " left " forfeitValue " |"
               delimited by size into report-line
           write report-line.
