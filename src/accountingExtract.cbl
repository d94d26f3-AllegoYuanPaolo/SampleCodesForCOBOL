                       02 acctDueDate pic 9(8).
                   01 acct-text-line pic x(40).
            local-STORAGE SECTION.
               COPY TRAINPARM.
               01 eof pic x value 'n'.
               01 balanceDue pic 9(5)v99.
               01 rowCtr pic 999 value 0.
               COPY DUESSTAT.

        PROCEDURE DIVISION.
      *> The training copy never feeds the accounting package.
           call "checkTraining" using training-parms
           if trainParmActive = 'y'
               display "Training data -- the accounting extract is"
                       " not run against it."
               goback
           end-if

           open input DUES

           evaluate true
