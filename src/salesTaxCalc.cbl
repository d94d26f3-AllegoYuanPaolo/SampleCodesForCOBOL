        IDENTIFICATION DIVISION.
        PROGRAM-ID. salesTaxCalc.
      *> Works out the sales tax on one sale at posting time. A
      *> type "M" miscellaneous charge is taxable when its charge
      *> code in data/CHARGECODES.dat says so; any other sale type
      *> (guest fee, locker rental) when its GLMAP.dat row says so.
      *> The rate comes from the TAXRATEn parameter for the tax
      *> class n, held in hundredths of a percent (625 = 6.25%)
      *> because the parameter file carries whole numbers; class
      *> 1 is assumed when none is set. Dues are never taxable --
      *> their types simply carry no flag.
        environment division.
           input-output section.
               file-control.
                   COPY CHGCODESEL.
                   COPY GLMAPSEL.
        DATA DIVISION.
           file section.
               fd CHARGECODES.
                   COPY CHGCODEFD.
               fd GLMAP.
                   COPY GLMAPFD.
            local-STORAGE SECTION.
               COPY GETPARM.
               COPY CHGCODESTAT.
               COPY GLMAPSTAT.
        LINKAGE SECTION.
            COPY TAXPARM.
        PROCEDURE DIVISION USING tax-parms.

           move 'n' to taxParmTaxable
           move space to taxParmClass
           move 0 to taxParmRate
           move 0 to taxParmTax

           if taxParmType = "M"
               open input CHARGECODES
               if CHGCODE-status-ok
                   move taxParmChargeCode to chargeCode
                   read CHARGECODES key is chargeCode
                       not invalid key
                           if charge-taxable
                               move 'y' to taxParmTaxable
                               move chargeTaxClass to taxParmClass
                           end-if
                   end-read
               end-if
               close CHARGECODES
           else
               open input GLMAP
               if GLMAP-status-ok
                   move taxParmType to glPaymentType
                   read GLMAP key is glPaymentType
                       not invalid key
                           if gl-taxable
                               move 'y' to taxParmTaxable
                               move glTaxClass to taxParmClass
                           end-if
                   end-read
               end-if
               close GLMAP
           end-if

           if taxParmTaxable not = 'y'
               goback
           end-if

           if taxParmClass = space
               move "1" to taxParmClass
           end-if
           move spaces to getParmName
           string "TAXRATE" taxParmClass
               delimited by size into getParmName
           move 0 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to taxParmRate

           compute taxParmTax rounded =
               taxParmAmount * taxParmRate / 10000

       GOBACK.
