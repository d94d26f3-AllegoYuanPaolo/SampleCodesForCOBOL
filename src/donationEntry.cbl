               01 campaignCode pic x(8).
               01 tenderChoice pic x.
                   88 tender-choice-valid values "C" "K" "D".
               01 checkNumberIn pic x(10).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY PAYJNLSTAT.
               move function upper-case(tenderChoice)
                   to tenderChoice
           end-perform
      *> The deposit slip lists every check by number.
           move spaces to checkNumberIn
           if tenderChoice = "K"
               display "Check number: " no advancing
               accept checkNumberIn
           end-if

           perform journal-donation

               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move tenderChoice to paymentTender
               move checkNumberIn to paymentCheckNumber
               move campaignCode to paymentCampaign
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal donation,"
