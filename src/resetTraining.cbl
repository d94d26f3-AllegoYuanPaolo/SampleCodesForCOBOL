        IDENTIFICATION DIVISION.
        PROGRAM-ID. resetTraining.
      *> Builds, or rebuilds clean, the training copy of the data
      *> that a training login works against: training/data/ is
      *> cleared and seeded from a backup generation taken by
      *> backupFiles (the newest unless the administrator names
      *> one) -- the core files from BACKUPLIST.cpy and the branch
      *> member files from the BRANCHES registry, as restoreBackup
      *> lays them back. The audit trail, the recovery journals
      *> and the report spool are not in the generations, so the
      *> copy starts with its own empty ones, and whatever the
      *> trainees post lands in the copy's own payment journal.
      *> data/TRAINING.flag is left in the copy so checkTraining
      *> knows it for what it is. The live files are only read.
      *> An administrator's job, run from a live session; the
      *> reset itself goes on the live audit trail as TRAINRESET.
        environment division.
           input-output section.
               file-control.
                   COPY BRANCHSEL.
                   select optional GEN-LIST
                       assign to "data/TRAINGEN.tmp"
                       organization is line sequential
                       file status is GEN-status.
        DATA DIVISION.
           file section.
               fd BRANCHES.
                   COPY BRANCHFD.
               fd GEN-LIST.
                   01 gen-line pic x(8).
            working-STORAGE SECTION.
               COPY OPERCTX.
               COPY TRAINCTX.
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               01 genDate pic 9(8).
               01 newestGenDate pic 9(8).
               01 genFound pic x.
               01 genEof pic x value 'n'.
               01 confirmChoice pic x value 'n'.
               01 commandLine pic x(160).
               01 filesSeeded pic 99 value 0.
               01 branchEof pic x value 'n'.
               01 fileToCopy pic x(24).
               01 GEN-status pic xx.
               COPY BACKUPLIST.
               COPY AUDITPARM.
               COPY BRANCHSTAT.

        PROCEDURE DIVISION.
      *> Wiping the trainees' copy is an administrator's call.
           if currentOperator not = spaces
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to reset the training data."
               goback
           end-if

      *> From inside the copy every "data/..." name is the copy's
      *> own, and the backups are not there to seed from.
           if training-mode-on
               display "Log in without training mode to reset the"
                       " training data."
               goback
           end-if

           accept todayDate from date yyyymmdd

           display "Reset the training data"
           display "Backup generation (YYYYMMDD, 0 = newest): "
                   no advancing
           move 0 to genDate
           accept genDate
           perform find-generations
           if newestGenDate = 0
               display "No backup generation on file -- run"
                       " backupFiles first."
               goback
           end-if
           if genDate = 0
               move newestGenDate to genDate
           end-if
           if genFound not = 'y' and genDate not = newestGenDate
               display "No backup generation " genDate " on file."
               goback
           end-if

           display "This REPLACES the training data with the "
                   genDate " generation."
           display "Continue? [y/n] >" no advancing
           accept confirmChoice
           if confirmChoice not = 'y'
               display "Reset abandoned."
               goback
           end-if

           call "SYSTEM" using
               "rm -rf training && mkdir -p training/data"

           perform varying backupFileIdx from 1 by 1
                   until backupFileIdx > 68
               move backupFileEntry(backupFileIdx) to fileToCopy
               perform seed-one-file
           end-perform

      *> Branch member files per the live registry. data/ACMA.dat
      *> is in the core list already, so HQ's registry row is
      *> skipped.
           open input BRANCHES
           if BRANCH-status-ok and BRANCH-status not = "05"
               perform until branchEof = 'y'
                   read BRANCHES next record
                       at end
                           move 'y' to branchEof
                       not at end
                           if branchDataName not = "data/ACMA.dat"
                               move branchDataName to fileToCopy
                               perform seed-one-file
                           end-if
                   end-read
               end-perform
           end-if
           close BRANCHES

           move spaces to commandLine
           string "echo TRAINING " genDate " " todayDate
               " > training/data/TRAINING.flag"
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           display "Training data reset from the " genDate
                   " generation. Files processed: " filesSeeded

           initialize audit-parms
           move "TRAINRESET" to auditOperation
           move 0 to auditMemberId
           move spaces to auditMemberName
           string "GEN " genDate delimited by size
               into auditMemberName
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

       GOBACK.

      *> Every date stamped on a generation in data/backup, in
      *> date order: the last is the newest, and the one asked for
      *> has to be among them.
       find-generations.
           move 0 to newestGenDate
           move 'n' to genFound
           move spaces to commandLine
           string "ls -1 data/backup 2>/dev/null"
               " | sed -n 's/.*[.]\([0-9]\{8\}\)$/\1/p'"
               " | sort -u > data/TRAINGEN.tmp"
               delimited by size into commandLine
           call "SYSTEM" using commandLine
           open input GEN-LIST
           if GEN-status = "00"
               perform until genEof = 'y'
                   read GEN-LIST
                       at end
                           move 'y' to genEof
                       not at end
                           if gen-line is numeric
                               move gen-line to newestGenDate
                               if gen-line = genDate
                                   move 'y' to genFound
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close GEN-LIST
           call "SYSTEM" using "rm -f data/TRAINGEN.tmp".

      *> One file: copy the generation into the training copy. A
      *> file with no snapshot in this generation (a subsystem that
      *> did not exist yet) is simply skipped.
       seed-one-file.
           move spaces to commandLine
           string "test -f data/backup/"
               function trim(fileToCopy(6:)) "." genDate
               " && cp -f data/backup/"
               function trim(fileToCopy(6:)) "." genDate
               " training/" function trim(fileToCopy)
               delimited by size into commandLine
           call "SYSTEM" using commandLine

           add 1 to filesSeeded.
