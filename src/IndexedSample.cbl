           input-output section.
               file-control.
                   COPY OPERSEL.
                   select optional TRAINING-FLAG
                       assign to "training/data/TRAINING.flag"
                       organization is line sequential
                       file status is TRNFLAG-status.

        DATA DIVISION.
           file section.
               fd OPERATORS.
                   COPY OPERFD.
               fd TRAINING-FLAG.
                   01 training-flag-line pic x(40).
            working-STORAGE SECTION.
              COPY OPERCTX.
              COPY TRAINCTX.
            local-STORAGE SECTION.
              01 choice pic 99.
              01 loginId pic x(10).
              01 loginToday pic 9(8).
              01 passwordAge pic s9(9).
              01 passwordExpiryDays pic 9(7) value 90.
              01 trainingChoice pic x.
              01 TRNFLAG-status pic xx.
              COPY GETPARM.
              COPY OPERSTAT.
        PROCEDURE DIVISION.
           perform login

           perform with test after until choice = 00
               perform clear-screen
               display "   Indexed File Sample"
               display spaces
               display "[1] - Create"

               evaluate choice
                   when 1
                       perform clear-screen
                       call "addIndexed"
                       call "SYSTEM" using "pause"
                   when 2
                       perform clear-screen
                       call "viewIndexed"
                       call "SYSTEM" using "pause"
                   when 3
                       perform clear-screen
                       call "searchIndexed"
                       call "SYSTEM" using "pause"
                   when 4
                       perform clear-screen
                       call "updateIndexed"
                       call "SYSTEM" using "pause"
                   when 5
                       perform clear-screen
                       call "deleteIndexed"
                       call "SYSTEM" using "pause"
                   when 6
                       perform clear-screen
                       call "renewIndexed"
                       call "SYSTEM" using "pause"
                   when 7
                       perform clear-screen
                       call "dependentsIndexed"
                       call "SYSTEM" using "pause"
                   when 8
                       perform clear-screen
                       call "applicationEntry"
                       call "SYSTEM" using "pause"
                   when 9
                       perform clear-screen
                       call "applicationReview"
                       call "SYSTEM" using "pause"
                   when 10
                       perform clear-screen
                       call "duesPost"
                       call "SYSTEM" using "pause"
                   when 11
                       perform clear-screen
                       call "paymentHistory"
                       call "SYSTEM" using "pause"
                   when 12
                       perform clear-screen
                       call "typeRulesMaint"
                       call "SYSTEM" using "pause"
                   when 13
                       perform clear-screen
                       call "branchMaint"
                       call "SYSTEM" using "pause"
                   when 14
                       perform clear-screen
                       call "transferMember"
                       call "SYSTEM" using "pause"
                   when 15
                       perform clear-screen
                       call "nationalSearch"
                       call "SYSTEM" using "pause"
                   when 16
                       perform clear-screen
                       call "mergeDuplicates"
                       call "SYSTEM" using "pause"
                   when 17
                       perform clear-screen
                       call "reprintReport"
                       call "SYSTEM" using "pause"
                   when 18
                       perform clear-screen
                       call "sysParmsMaint"
                       call "SYSTEM" using "pause"
                   when 19
                       perform clear-screen
                       call "suspenseRepair"
                       call "SYSTEM" using "pause"
                   when 20
                       perform clear-screen
                       call "auditInquiry"
                       call "SYSTEM" using "pause"
                   when 21
                       perform clear-screen
                       call "passwordChange"
                       call "SYSTEM" using "pause"
                   when 22
                       perform clear-screen
                       call "operatorMaint"
                       call "SYSTEM" using "pause"
                   when 23
                       perform clear-screen
                       call "memberStatement"
                       call "SYSTEM" using "pause"
                   when 24
                       perform clear-screen
                       call "checkIn"
                       call "SYSTEM" using "pause"
                   when 25
                       perform clear-screen
                       call "visitCountReport"
                       call "SYSTEM" using "pause"
                   when 26
                       perform clear-screen
                       call "eventsMaint"
                       call "SYSTEM" using "pause"
                   when 27
                       perform clear-screen
                       call "eventRegister"
                       call "SYSTEM" using "pause"
                   when 28
                       perform clear-screen
                       call "eventRoster"
                       call "SYSTEM" using "pause"
                   when 29
                       perform clear-screen
                       call "volunteerHours"
                       call "SYSTEM" using "pause"
                   when 30
                       perform clear-screen
                       call "letterRun"
                       call "SYSTEM" using "pause"
                   when 31
                       perform clear-screen
                       call "cardReplace"
                       call "SYSTEM" using "pause"
                   when 32
                       perform clear-screen
                       call "addressExceptions"
                       call "SYSTEM" using "pause"
                   when 33
                       perform clear-screen
                       call "statsTrendReport"
                       call "SYSTEM" using "pause"
                   when 34
                       perform clear-screen
                       call "morningReview"
                       call "SYSTEM" using "pause"
                   when 00
                       display "Too many failed login attempts."
                       goback
                   end-if

                   perform choose-training-mode
           end-evaluate.

      *> A trainee works against the copy resetTraining seeded
      *> under training/: once the session has changed directory
      *> there, every "data/..." name the desk programs open --
      *> members, dues, the payment journal, the audit trail -- is
      *> the copy's, and the live files are out of reach. A copy
      *> that was never set up ends the session rather than fall
      *> back on the live files.
       choose-training-mode.
           display "Training mode? [y/n] >" no advancing
           move 'n' to trainingChoice
           accept trainingChoice
           if trainingChoice not = 'y' and trainingChoice not = 'Y'
               exit paragraph
           end-if

           open input TRAINING-FLAG
           if TRNFLAG-status not = "00"
               close TRAINING-FLAG
               display "The training data has not been set up --"
                       " ask an administrator to reset it."
               goback
           end-if
           close TRAINING-FLAG

      *> If the directory change does not take, the session is
      *> still on the live files: it must not claim to be training,
      *> and a trainee must not carry on there either.
           call "CBL_CHANGE_DIR" using "training"
           if return-code not = 0
               display "Training data unavailable -- see an"
                       " administrator."
               goback
           end-if
           move "Y" to trainingMode
           display "*** TRAINING MODE -- practice data only."
                   " Nothing here reaches the live files. ***".

       clear-screen.
           call "SYSTEM" using "cls"
           if training-mode-on
               display "*************** TRAINING ***************"
           end-if.

       check-one-login.
           evaluate true
               when oper-locked
