      *> Month of the year for annual jobs.
               02 jobCalMonth pic 9(2).
               02 jobCalLastRun pic 9(8).
      *> "Y" to skip the job on a club-wide holiday on the closure
      *> calendar; a monthly or annual job then catches up the
      *> next night. Carved from the expansion space -- rows from
      *> before carry a space there and run as always.
               02 jobCalHolidaySkip pic x.
                   88 jobcal-skip-holiday value "Y".
      *> Expansion space reserved when the file was created.
               02 filler pic x(7).
