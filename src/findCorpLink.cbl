        IDENTIFICATION DIVISION.
        PROGRAM-ID. findCorpLink.
      *> Finds the corporate account covering a member on a date:
      *> a data/CORPLINKS.dat row for the member whose start date
      *> is on or before the date and which was still open then
      *> (no end date, or ending on or after it), to an account on
      *> data/CORPACCTS.dat still flagged active. Returns the
      *> employer's negotiated discount and paid share. No link,
      *> an ended link or no files at all answers not linked --
      *> the member renews at the full rate.
        environment division.
           input-output section.
               file-control.
                   COPY CLINKSEL.
                   COPY CORPSEL.
        DATA DIVISION.
           file section.
               fd CORPLINKS.
                   COPY CLINKFD.
               fd CORPACCTS.
                   COPY CORPFD.
            local-STORAGE SECTION.
               01 linkEof pic x value 'n'.
               01 linkCodeSave pic x(4) value spaces.
               COPY CLINKSTAT.
               COPY CORPSTAT.
        LINKAGE SECTION.
            COPY CORPPARM.
        PROCEDURE DIVISION USING corp-parms.

           move 'n' to corpParmLinked
           move spaces to corpParmCode
           move spaces to corpParmName
           move 0 to corpParmDiscountPct
           move 0 to corpParmSharePct

           open input CORPLINKS
           if not CLINK-status-ok or CLINK-status = "05"
               close CORPLINKS
               goback
           end-if

           move corpParmMemberId to clinkMemberId
           start CORPLINKS key is equal to clinkMemberId
               invalid key
                   move 'y' to linkEof
           end-start
           perform until linkEof = 'y'
               read CORPLINKS next record
                   at end
                       move 'y' to linkEof
                   not at end
                       evaluate true
                           when clinkMemberId not = corpParmMemberId
                               move 'y' to linkEof
                           when clinkStartDate <= corpParmAsOfDate
                               and (clinkEndDate = 0
                                 or clinkEndDate >= corpParmAsOfDate)
                               move clinkCorpCode to linkCodeSave
                               move 'y' to linkEof
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close CORPLINKS

           if linkCodeSave = spaces
               goback
           end-if

           open input CORPACCTS
           if not CORP-status-ok
               close CORPACCTS
               goback
           end-if
           move linkCodeSave to corpCode
           read CORPACCTS key is corpCode
               invalid key
                   continue
               not invalid key
                   if corp-active
                       move 'y' to corpParmLinked
                       move corpCode to corpParmCode
                       move corpName to corpParmName
                       move corpDiscountPct to corpParmDiscountPct
                       move corpSharePct to corpParmSharePct
                   end-if
           end-read
           close CORPACCTS

       GOBACK.
