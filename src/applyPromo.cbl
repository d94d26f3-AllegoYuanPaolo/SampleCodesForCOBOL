        IDENTIFICATION DIVISION.
        PROGRAM-ID. applyPromo.
      *> Prices a membership charge against a promotion code from
      *> data/PROMOS.dat. The code must be on file and active,
      *> today must fall inside its valid-from / valid-to dates,
      *> the member's type must be one it names (or it names none),
      *> and it must not have reached its usage limit. A percent
      *> code takes that share off the charge; a flat code takes
      *> its amount off, never more than the charge itself.
      *> Action "C" only checks and prices the code. Action "U",
      *> made once the discounted charge is on the books, checks it
      *> again, counts the use against the code and logs it to
      *> data/PROMOUSES.dat for promoResults.
        environment division.
           input-output section.
               file-control.
                   COPY PROMOSEL.
                   COPY PROMUSESEL.
        DATA DIVISION.
           file section.
               fd PROMOS.
                   COPY PROMOFD.
               fd PROMOUSES.
                   COPY PROMUSEFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 todayDate pic 9(8).
               COPY SEQPARM.
               COPY PROMOSTAT.
               COPY PROMUSESTAT.
        LINKAGE SECTION.
            COPY PROMOPARM.
        PROCEDURE DIVISION USING promo-parms.

           accept todayDate from date yyyymmdd
           move spaces to promoParmResult
           move spaces to promoParmDescription
           move 0 to promoParmDiscount
           move promoParmCharge to promoParmNetCharge

           if promoParmAction = "U"
               open i-o PROMOS
           else
               open input PROMOS
           end-if
           if not PROMO-status-ok
               move "PROMOUNAVAILABLE" to promoParmResult
               close PROMOS
               goback
           end-if

           move function upper-case(promoParmCode) to promoCode
           read PROMOS key is promoCode
               invalid key
                   move "NOSUCHCODE" to promoParmResult
                   close PROMOS
                   goback
           end-read
           move promoDescription to promoParmDescription

           evaluate true
               when not promo-active
                   move "WITHDRAWN" to promoParmResult
               when todayDate < promoValidFrom
                   move "NOTYETVALID" to promoParmResult
               when promoValidTo not = 0
                   and todayDate > promoValidTo
                   move "EXPIRED" to promoParmResult
               when promoEligibleTypes not = spaces
                   and promoParmMemberType not = promoEligibleTypes(1:1)
                   and promoParmMemberType not = promoEligibleTypes(2:1)
                   and promoParmMemberType not = promoEligibleTypes(3:1)
                   and promoParmMemberType not = promoEligibleTypes(4:1)
                   move "TYPENOTELIGIBLE" to promoParmResult
               when promoUsageLimit > 0
                   and promoUsageCount >= promoUsageLimit
                   move "USEDUP" to promoParmResult
               when other
                   continue
           end-evaluate
           if promoParmResult not = spaces
               close PROMOS
               goback
           end-if

           if promo-percent
               compute promoParmDiscount rounded =
                   promoParmCharge * promoValue / 100
           else
               move promoValue to promoParmDiscount
           end-if
           if promoParmDiscount > promoParmCharge
               move promoParmCharge to promoParmDiscount
           end-if
           compute promoParmNetCharge =
               promoParmCharge - promoParmDiscount

           if promoParmAction = "U"
               add 1 to promoUsageCount
               rewrite PROMO-rec
               perform log-promo-use
           end-if
           close PROMOS

       GOBACK.

       log-promo-use.
           open i-o PROMOUSES
           if not PROMUSE-status-ok
               move "USENOTLOGGED" to promoParmResult
               close PROMOUSES
               exit paragraph
           end-if
           initialize PROMUSE-rec
           move "PROMOUSE" to seqName
           call "nextSequence" using seq-parms
           move seqValue to useId
           move promoCode to useCode
           move promoParmMemberId to useMemberId
           move promoParmMemberName to useMemberName
           move todayDate to useDate
           move promoParmSource to useSource
           move promoParmCharge to useFullCharge
           move promoParmDiscount to useDiscount
           move promoParmReceipt to useReceipt
           write PROMUSE-rec
               invalid key
                   move "USENOTLOGGED" to promoParmResult
           end-write
           close PROMOUSES.
