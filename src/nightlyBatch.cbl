      *> problem count above zero), so a bad night can never half
      *> run. Every step's start, end and outcome goes to
      *> data/BATCHRUN.log for the morning review.
      *> Run with PREVIEW on the command line it instead copies the
      *> data files to a scratch directory (preview/data/), takes
      *> any trial parameter values keyed for the copy only, runs
      *> the data-changing steps (PURGE through AUTORENEW) against
      *> the copy, and has batchPreview report what they would
      *> have done. The live files, journal and audit trail are
      *> not touched and the desk is not locked out.
        environment division.
           input-output section.
               file-control.
                       organization is line sequential.
                   COPY JOBCALSEL.
                   COPY RUNHISTSEL.
                   COPY SYSPARMSEL.
        DATA DIVISION.
           file section.
               fd BATCHRUN-LOG.
                   COPY JOBCALFD.
               fd RUNHIST.
                   COPY RUNHISTFD.
               fd SYSPARMS.
                   COPY SYSPARMFD.
               fd WINDOW-FLAG.
                   01 flag-line.
                       02 flagOpenDate pic 9(8).
            working-STORAGE SECTION.
               COPY BATCHCTX.
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 stepNo pic 99.
               01 stepCount pic 99 value 17.
               01 stepName pic x(16).
               01 windowFailed pic x value 'n'.
               01 runDate pic 9(8).
               01 calJobDue pic x.
               01 calSkipReason pic x(8).
               01 calJobsRun pic 99 value 0.
               01 runHoliday pic x value 'n'.
               01 stepSeconds pic s9(7).
               01 runMode pic x(16).
               01 trialName pic x(16).
               01 trialValue pic 9(7).
               01 firstPreviewStep pic 99 value 6.
               01 lastPreviewStep pic 99 value 12.
               COPY BATCHSTEPS.
               COPY GETPARM.
               COPY SEQPARM.
               COPY CLOSEPARM.
               COPY JOBCALSTAT.
               COPY RUNHISTSTAT.
               COPY SYSPARMSTAT.

        PROCEDURE DIVISION.
      *> The nightly window belongs to the live files only; the
      *> training copy is reset by hand, never batched.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- the nightly batch is not"
                       " run against it."
               goback
           end-if

           accept runDate from date yyyymmdd

           move spaces to runMode
           accept runMode from command-line
           move function upper-case(runMode) to runMode
           if runMode = "PREVIEW"
               perform run-preview
               goback
           end-if

           perform log-window-open
           perform raise-window-flag
           move 'y' to batchRunActive

       GOBACK.

      *> Preview: the steps run inside the scratch directory, where
      *> every "data/..." name they open resolves to the copy.
       run-preview.
      *> The steps may only run once the session is inside the
      *> scratch directory; if it cannot be built or entered they
      *> would land on the live files, so the preview stops. (The
      *> copy itself is not tested: data/ holds the backup and
      *> spool directories, which a plain cp reports as skipped.)
           call "SYSTEM" using
               "rm -rf preview && mkdir -p preview/data"
           if return-code not = 0
               display "Preview directory could not be built --"
                       " preview not run."
               exit paragraph
           end-if
           call "SYSTEM" using
               "cp -p data/* preview/data/ 2>/dev/null"
           call "CBL_CHANGE_DIR" using "preview"
           if return-code not = 0
               display "Preview directory could not be entered --"
                       " preview not run."
               exit paragraph
           end-if
           display "Nightly batch PREVIEW -- live files untouched."

           perform take-trial-parameters

           move 'y' to batchRunActive
           perform varying stepNo from firstPreviewStep by 1
                   until stepNo > lastPreviewStep
                   or windowFailed = 'y'
               perform run-one-step
           end-perform
           move 'n' to batchRunActive

           call "CBL_CHANGE_DIR" using ".."

           if windowFailed = 'y'
               display "Preview step " function trim(stepName)
                       " reported a problem -- the preview stops"
                       " there, as tonight's run would."
           end-if
           move 0 to batchStepProblems
           call "batchPreview".

      *> A parameter change can be tried on the copy before it
      *> goes live in sysParmsMaint.
       take-trial-parameters.
           open i-o SYSPARMS
           if not SYSPARM-status-ok
               display "Unable to open SYSPARMS copy. Status: "
                       SYSPARM-status
               close SYSPARMS
               exit paragraph
           end-if
           move "x" to trialName
           perform until trialName = spaces
               display "Parameter to try (Enter = none): "
                       no advancing
               move spaces to trialName
               accept trialName
               if trialName not = spaces
                   move function upper-case(trialName) to parmName
                   display "Trial value for " function trim(parmName)
                           ": " no advancing
                   move 0 to trialValue
                   accept trialValue
                   read SYSPARMS key is parmName
                       invalid key
                           move trialValue to parmValue
                           write SYSPARM-rec
                       not invalid key
                           move trialValue to parmValue
                           rewrite SYSPARM-rec
                   end-read
               end-if
           end-perform
           close SYSPARMS.

       run-one-step.
           move batchStepEntry(stepNo) to stepName

               when 6
                   call "purgeIndexed"
               when 7
                   call "holdSweep"
               when 8
                   call "lapseLifecycle"
               when 9
                   call "lateFeeAssessment"
               when 10
                   call "installmentBilling"
               when 11
                   call "lockerSweep"
               when 12
                   call "autoRenewRun"
      *> Swipes come in before the fresh card list goes out, so
      *> tonight's voids and lapses shape tomorrow's door list.
               when 13
                   call "swipeImport"
               when 14
                   call "cardExport"
               when 15
                   call "rosterReport"
               when 16
                   call "dupCheckReport"
               when 17
                   call "statsDashboard"
           end-evaluate

           move runDate(1:6) to runPeriod
           move runDate(1:4) to runYYYY

      *> A club-wide holiday on the closure calendar (a closure
      *> with no branch) stands down the jobs marked to skip one.
           move "C" to closeParmAction
           move spaces to closeParmBranch
           move runDate to closeParmDate
           call "checkClosure" using closure-parms
           if close-parm-full
               move 'y' to runHoliday
           end-if

           open i-o JOBCAL
           if not JOBCAL-status-ok
      *> No calendar on file -- nothing scheduled, nothing to log.
                   end-if
               when other
                   move "BADFREQ" to calSkipReason
           end-evaluate

           if calJobDue = 'y' and runHoliday = 'y'
               and jobcal-skip-holiday
               move 'n' to calJobDue
               move "HOLIDAY" to calSkipReason
           end-if.

       run-one-calendar-job.
           display "Calendar job: " function trim(jobCalName)
                   call "memberStatement"
               when "VOLRECOG"
                   call "volRecognition"
               when "RESVNOSHOW"
                   call "resvNoShow"
               when "STOCKREORDER"
                   call "stockReorder"
               when "STOCKVALUE"
                   call "stockValuation"
               when "LOCKBOX"
                   call "lockboxImport"
               when "DRAFTCONFIRM"
                   call "draftConfirm"
               when "DRAFTRETURNS"
                   call "draftReturns"
               when "DRAFTRUN"
                   call "draftRun"
               when "REFERRALS"
                   call "referralCredit"
      *> The hold sweep is a fixed step now, ahead of LIFECYCLE;
      *> a calendar row left from before is passed over.
               when "HOLDS"
                   continue
               when "CORPINVOICE"
                   call "corpInvoice"
               when "RECEIPTS"
                   call "receiptContinuity"
               when "DEFREVENUE"
                   call "deferredRevenue"
               when "CDCEXTRACT"
                   call "cdcExtract"
               when "PKGSWEEP"
                   call "packageSweep"
               when "PKGLIABILITY"
                   call "packageLiability"
               when "CHILDCARE"
                   call "childcareDay"
               when "VISITCLOSE"
                   call "visitCloseout"
               when "CARDSHARE"
                   call "cardShareReport"
               when "DUTIES"
                   call "dutiesReport"
               when "AGENCYREMIT"
                   call "agencyRemit"
               when "ASSISTANCE"
                   call "assistReport"
               when "VISITSUMMARY"
                   call "visitSummary"
               when other
                   display "Calendar names a job the driver does"
                           " not know: " jobCalName
