      *> and the row goes back through the same edits the batch job
      *> applied -- a BATCHLOAD row through the duplicate/blank-name
      *> checks and a fresh member number, a MASSUPDATE row through
      *> the field validations and the audit trail, a LOCKBOX check
      *> through the member and balance checks into postPayment.
      *> The suspense item closes the moment the row finally
      *> applies.
        environment division.
           input-output section.
               file-control.
                   02 repCorrField pic x(10).
                   02 repCorrValue pic x(16).
                   02 filler pic x(87).
               01 lockboxImage redefines suspImage.
                   02 repLbMemberId pic 9(7).
                   02 filler pic x.
                   02 repLbAmount pic 9(5)v99.
                   02 filler pic x.
                   02 repLbCheckNumber pic x(10).
                   02 filler pic x.
                   02 repLbDepositDate pic 9(8).
                   02 filler pic x(85).
               01 creditOk pic x.
               01 addressValid pic x.
               01 stateCodeValid pic x.
               01 zipFormatValid pic x.
               COPY AFTIMGPARM.
               COPY AUDITPARM.
               COPY SEQPARM.
               COPY CHKDIGPARM.
               COPY PAYPARM.
               COPY SUSPSTAT.
               COPY ACMASTAT.

                   perform repair-batchload-row
               when "MASSUPDATE"
                   perform repair-massupdate-row
               when "LOCKBOX"
                   perform repair-lockbox-row
               when other
                   display "Unknown source job on suspense item: "
                           suspSourceJob

               display "Correction applied to " memberId
           end-if.

      *> The check is in the bank either way -- the repair is
      *> finding whose it is. A check from a member with nothing
      *> owing can be taken as credit on account once someone has
      *> looked at it.
       repair-lockbox-row.
           display "Check " repLbCheckNumber " deposited "
                   repLbDepositDate
           display "Member number [" repLbMemberId "]: "
                   no advancing
           move spaces to fieldInput
           accept fieldInput
           if fieldInput not = spaces
               move function numval(fieldInput) to repLbMemberId
           end-if

           display "Amount [" repLbAmount "]: " no advancing
           move spaces to fieldInput
           accept fieldInput
           if fieldInput not = spaces
               move function numval(fieldInput) to repLbAmount
           end-if

           move repLbMemberId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               move "BADCHECKDIGIT" to suspReason
               exit paragraph
           end-if

           display "Hold as credit if nothing is owing? (Y/N): "
                   no advancing
           move space to creditOk
           accept creditOk

           initialize pay-parms
           move repLbMemberId to payParmMemberId
           move repLbAmount to payParmAmount
           move "K" to payParmTender
           move repLbCheckNumber to payParmCheckNumber
           if function upper-case(creditOk) = "Y"
               move 'n' to payParmNeedBalance
           else
               move 'y' to payParmNeedBalance
           end-if
      *> The check went to the bank's lockbox, not this operator's
      *> drawer: it is journaled without an operator, as the
      *> lockbox import journals it, and who repaired it goes on
      *> the audit trail instead.
           move "Y" to payParmNoDrawer
           call "postPayment" using pay-parms
           if payParmResult = spaces
               display "Check posted to " payParmName
                       ". Receipt " payParmReceipt
                       ". Balance due: " payParmBalance
               move 'y' to applyOk

               initialize audit-parms
               move "LOCKBOXFIX" to auditOperation
               move payParmMemberId to auditMemberId
               move payParmName to auditMemberName
               move spaces to auditNewNickname
               string "RECEIPT " payParmReceipt
                   delimited by size into auditNewNickname
               move currentOperator to auditOperator
               call "writeAudit" using audit-parms
           else
               move payParmResult to suspReason
           end-if.
