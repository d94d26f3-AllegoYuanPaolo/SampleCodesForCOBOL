      *> the monthly and annual jobs that used to depend on someone
      *> remembering them. Patterned on typeRulesMaint. The job
      *> name must be one the nightly driver knows how to run --
      *> see nightlyBatch's calendar dispatch. A job can be marked
      *> to skip club-wide holidays on the closure calendar.
        environment division.
           input-output section.
               file-control.
               01 inputDayOfWeek pic 9.
               01 inputDayOfMonth pic 9(2).
               01 inputMonth pic 9(2).
               01 inputHolidaySkip pic x.
               COPY JOBCALSTAT.

        PROCEDURE DIVISION.

       list-jobs.
           display "Job              Freq DOW DOM MON LastRun"
                   "  Holiday"
           perform until eof = 'y'
               read JOBCAL next record
                   at end
                               jobCalDayOfWeek "   "
                               jobCalDayOfMonth "  "
                               jobCalMonth "  "
                               jobCalLastRun "  "
                               jobCalHolidaySkip
               end-read
           end-perform.

               end-perform
           end-if

           move space to inputHolidaySkip
           perform until inputHolidaySkip = "Y"
                   or inputHolidaySkip = "N"
               display "Skip on club-wide holidays (Y/N): "
                       no advancing
               accept inputHolidaySkip
               move function upper-case(inputHolidaySkip)
                   to inputHolidaySkip
           end-perform

           move inputName to jobCalName
           read JOBCAL key is jobCalName
               invalid key
                   move inputDayOfWeek to jobCalDayOfWeek
                   move inputDayOfMonth to jobCalDayOfMonth
                   move inputMonth to jobCalMonth
                   move inputHolidaySkip to jobCalHolidaySkip
                   move 0 to jobCalLastRun
                   write JOBCAL-rec
                   display "Job added: " inputName
                   move inputDayOfWeek to jobCalDayOfWeek
                   move inputDayOfMonth to jobCalDayOfMonth
                   move inputMonth to jobCalMonth
                   move inputHolidaySkip to jobCalHolidaySkip
                   rewrite JOBCAL-rec
                   display "Job updated: " inputName
           end-read.

      *> The monthly and annual work that used to run by hand:
      *> household billing and the statement batch on the first,
      *> volunteer recognition in mid-December for the banquet;
      *> the nightly court and room no-show sweep; the pro-shop
      *> reorder list on Monday mornings and the stock valuation
      *> on the first; the bank lockbox import every night, and
      *> the direct-debit confirmations, returns and new drafts
      *> (the calendar runs in name order, so the bank's answers
      *> are in before tonight's drafts go out); the nightly
      *> referral conversion, after the day's payments are in;
      *> corporate invoicing
      *> on the first, for the month just ended; and the nightly
      *> receipt continuity report, which takes in the whole
      *> month just ended on the first; and the deferred dues
      *> revenue rollforward on the first, for the month just
      *> ended; the nightly change-data extract for the
      *> reporting database; the nightly session package expiry
      *> sweep; the session package liability report on the
      *> first, for the month just ended; the nightly kids' club
      *> end of day, which bills the day's childcare; and the
      *> nightly visit close-out, which ends every visit nobody
      *> checked out of; the nightly card sharing exceptions;
      *> the segregation of duties exceptions on the first, for
      *> the month just ended; and the nightly collection agency
      *> remittance import, which does nothing on nights the
      *> agency has sent no file; the fee assistance subsidy
      *> report in mid-January, for the year just ended; and the
      *> nightly visit summary, after the close-out, which folds
      *> the day's visits into the monthly summary the visit
      *> reports read.
       seed-standing-schedule.
           move "HOUSEHOLD" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "RESVNOSHOW" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "STOCKREORDER" to jobCalName
           move "W" to jobCalFrequency
           move 1 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "STOCKVALUE" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 1 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "LOCKBOX" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "DRAFTCONFIRM" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "DRAFTRETURNS" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "DRAFTRUN" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "REFERRALS" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

      *> The hold sweep moved to the fixed nightly list, ahead of
      *> the lifecycle run; a calendar row from before comes off.
           move "HOLDS" to jobCalName
           delete JOBCAL record
               invalid key
                   continue
           end-delete

           move "CORPINVOICE" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 1 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "RECEIPTS" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "DEFREVENUE" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 1 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "CDCEXTRACT" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "PKGSWEEP" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "PKGLIABILITY" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 1 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "CHILDCARE" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "VISITCLOSE" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "CARDSHARE" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "DUTIES" to jobCalName
           move "M" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 1 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "AGENCYREMIT" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "ASSISTANCE" to jobCalName
           move "A" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 15 to jobCalDayOfMonth
           move 1 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           move "VISITSUMMARY" to jobCalName
           move "D" to jobCalFrequency
           move 0 to jobCalDayOfWeek
           move 0 to jobCalDayOfMonth
           move 0 to jobCalMonth
           move 0 to jobCalLastRun
           perform write-or-replace-job

           display "Standing schedule seeded.".

      *> An existing row keeps its last-run date -- reseeding the
      *> schedule must not make every job look overdue.
      *> A seeded job runs on holidays until marked otherwise; a
      *> job already on the calendar keeps its marking.
       write-or-replace-job.
           move "N" to jobCalHolidaySkip
           write JOBCAL-rec
               invalid key
                   move jobCalFrequency to inputFrequency
