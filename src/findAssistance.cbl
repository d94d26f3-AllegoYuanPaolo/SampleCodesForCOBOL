        IDENTIFICATION DIVISION.
        PROGRAM-ID. findAssistance.
      *> Finds the fee assistance covering a member on a date: an
      *> approved application on data/ASSIST.dat whose effective
      *> date is on or before the date and whose expiry is on or
      *> after it. Where more than one qualifies the latest
      *> application wins. No application, none approved or in
      *> effect, or no file at all answers not found -- the member
      *> pays the whole charge.
        environment division.
           input-output section.
               file-control.
                   COPY ASSISTSEL.
        DATA DIVISION.
           file section.
               fd ASSIST.
                   COPY ASSISTFD.
            local-STORAGE SECTION.
               01 browseEof pic x value 'n'.
               COPY ASSISTSTAT.
        LINKAGE SECTION.
            COPY ASSISTPARM.
        PROCEDURE DIVISION USING assist-parms.

           move 'n' to assistParmFound
           move 0 to assistParmId
           move 0 to assistParmPct

           open input ASSIST
           if not ASSIST-status-ok or ASSIST-status = "05"
               close ASSIST
               goback
           end-if

           move assistParmMemberId to assistMemberId
           start ASSIST key is equal to assistMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read ASSIST next record
                   at end
                       move 'y' to browseEof
                   not at end
                       evaluate true
                           when assistMemberId
                                   not = assistParmMemberId
                               move 'y' to browseEof
                           when assist-approved
                               and assistEffectiveDate
                                   <= assistParmAsOfDate
                               and assistExpiryDate
                                   >= assistParmAsOfDate
                               and assistId > assistParmId
                               move 'y' to assistParmFound
                               move assistId to assistParmId
                               move assistApprovedPct
                                   to assistParmPct
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close ASSIST

       GOBACK.
