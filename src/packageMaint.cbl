        IDENTIFICATION DIVISION.
        PROGRAM-ID. packageMaint.
      *> Maintenance screen for the session package product file
      *> data/PACKAGES.dat: list, add/update, and a one-time seed
      *> of the packs the desk has been selling off punch cards.
      *> Patterned on chargeCodesMaint.
        environment division.
           input-output section.
               file-control.
                   COPY PKGSEL.
        DATA DIVISION.
           file section.
               fd PACKAGES.
                   COPY PKGFD.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 inputCode pic x(4).
               01 inputDesc pic x(24).
               01 inputSessions pic 9(3).
               01 inputPrice pic 9(5)v99.
               01 inputMonths pic 9(2).
               01 inputActive pic x.
               COPY PKGSTAT.

        PROCEDURE DIVISION.
           display "[1] List packages  [2] Add/update a package"
           display "[3] Seed standard packages"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o PACKAGES

           evaluate true
               when PKG-status-ok
                   continue
               when PKG-status = "93"
                   display "PACKAGES file is locked. Try later."
                   goback
               when other
                   display "Unable to open PACKAGES file."
                           " Status: " PKG-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-package
               when 3
                   perform seed-standard-packages
               when other
                   perform list-packages
           end-evaluate

           close PACKAGES

       GOBACK.

       list-packages.
           display "Code Description              Sess    Price"
                   " Months Active"
           perform until eof = 'y'
               read PACKAGES next record
                   at end
                       move 'y' to eof
                   not at end
                       display pkgCode " " pkgDescription " "
                               pkgSessions " " pkgPrice " "
                               pkgValidMonths "     " pkgActiveFlag
               end-read
           end-perform.

       edit-one-package.
           move spaces to inputCode
           perform until inputCode not = spaces
               display "Package code: " no advancing
               accept inputCode
               move function upper-case(inputCode) to inputCode
           end-perform
           display "Description: " no advancing
           move spaces to inputDesc
           accept inputDesc
           move 0 to inputSessions
           perform until inputSessions > 0
               display "Sessions in the pack: " no advancing
               accept inputSessions
           end-perform
           display "Price: " no advancing
           accept inputPrice
           move 0 to inputMonths
           perform until inputMonths > 0
               display "Valid for how many months: " no advancing
               accept inputMonths
           end-perform
           move space to inputActive
           perform until inputActive = "Y" or inputActive = "N"
               display "On sale (Y/N): " no advancing
               accept inputActive
               move function upper-case(inputActive) to inputActive
           end-perform

           move inputCode to pkgCode
           read PACKAGES key is pkgCode
               invalid key
                   move inputCode to pkgCode
                   move inputDesc to pkgDescription
                   move inputSessions to pkgSessions
                   move inputPrice to pkgPrice
                   move inputMonths to pkgValidMonths
                   move inputActive to pkgActiveFlag
                   write PKG-rec
                   display "Package added: " inputCode
               not invalid key
                   move inputDesc to pkgDescription
                   move inputSessions to pkgSessions
                   move inputPrice to pkgPrice
                   move inputMonths to pkgValidMonths
                   move inputActive to pkgActiveFlag
                   rewrite PKG-rec
                   display "Package updated: " inputCode
           end-read.

       seed-standard-packages.
           move "PT5" to pkgCode
           move "PERSONAL TRAINING X5" to pkgDescription
           move 5 to pkgSessions
           move 200.00 to pkgPrice
           move 6 to pkgValidMonths
           move "Y" to pkgActiveFlag
           perform write-or-replace-package

           move "PT10" to pkgCode
           move "PERSONAL TRAINING X10" to pkgDescription
           move 10 to pkgSessions
           move 375.00 to pkgPrice
           move 12 to pkgValidMonths
           perform write-or-replace-package

           move "SW5" to pkgCode
           move "SWIM LESSONS X5" to pkgDescription
           move 5 to pkgSessions
           move 75.00 to pkgPrice
           move 6 to pkgValidMonths
           perform write-or-replace-package

           move "SW10" to pkgCode
           move "SWIM LESSONS X10" to pkgDescription
           move 10 to pkgSessions
           move 140.00 to pkgPrice
           move 12 to pkgValidMonths
           perform write-or-replace-package

           display "Standard packages seeded.".

       write-or-replace-package.
           write PKG-rec
               invalid key
                   rewrite PKG-rec
           end-write.
