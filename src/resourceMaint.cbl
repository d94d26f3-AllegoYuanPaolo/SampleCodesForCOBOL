        IDENTIFICATION DIVISION.
        PROGRAM-ID. resourceMaint.
      *> Maintenance screen for the bookable courts and rooms in
      *> data/RESOURCES.dat: list, add/update (open hours, slot
      *> length, member rate per slot) and retire. Patterned on
      *> chargeCodesMaint.
        environment division.
           input-output section.
               file-control.
                   COPY RSRCSEL.
        DATA DIVISION.
           file section.
               fd RESOURCES.
                   COPY RSRCFD.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 inputBranch pic x(4).
               01 inputCode pic x(4).
               01 inputDesc pic x(16).
               01 inputOpen pic 9(4).
               01 inputClose pic 9(4).
               01 inputSlot pic 9(3).
               01 inputRate pic 9(5)v99.
               COPY RSRCSTAT.

        PROCEDURE DIVISION.
           display "[1] List resources  [2] Add/update a resource"
           display "[3] Retire a resource"
           display "Enter option >" no advancing
           accept maintChoice

           open i-o RESOURCES
           evaluate true
               when RSRC-status-ok
                   continue
               when RSRC-status = "93"
                   display "RESOURCES file is locked. Try later."
                   goback
               when other
                   display "Unable to open RESOURCES file."
                           " Status: " RSRC-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-resource
               when 3
                   perform retire-one-resource
               when other
                   perform list-resources
           end-evaluate

           close RESOURCES

       GOBACK.

       list-resources.
           display "Brch Code Description      Open Shut Slot"
                   " Rate     A"
           perform until eof = 'y'
               read RESOURCES next record
                   at end
                       move 'y' to eof
                   not at end
                       display rsrcBranch " " rsrcCode " "
                               rsrcDescription " "
                               rsrcOpenTime " " rsrcCloseTime " "
                               rsrcSlotMinutes "  " rsrcRate " "
                               rsrcActiveFlag
               end-read
           end-perform.

       edit-one-resource.
           perform accept-resource-key
           display "Description: " no advancing
           move spaces to inputDesc
           accept inputDesc
           display "Opens (hhmm): " no advancing
           accept inputOpen
           display "Closes (hhmm): " no advancing
           accept inputClose
           move 0 to inputSlot
           perform until inputSlot > 0
               display "Slot length in minutes: " no advancing
               accept inputSlot
           end-perform
           display "Member rate per slot: " no advancing
           accept inputRate

           if inputClose <= inputOpen
               display "Closing time must follow opening time --"
                       " nothing saved."
               exit paragraph
           end-if

           move inputBranch to rsrcBranch
           move inputCode to rsrcCode
           read RESOURCES key is rsrcKey
               invalid key
                   perform move-resource-fields
                   write RSRC-rec
                   display "Resource added: " inputBranch " "
                           inputCode
               not invalid key
                   perform move-resource-fields
                   rewrite RSRC-rec
                   display "Resource updated: " inputBranch " "
                           inputCode
           end-read.

       move-resource-fields.
           move inputDesc to rsrcDescription
           move inputOpen to rsrcOpenTime
           move inputClose to rsrcCloseTime
           move inputSlot to rsrcSlotMinutes
           move inputRate to rsrcRate
           move "Y" to rsrcActiveFlag.

       retire-one-resource.
           perform accept-resource-key
           move inputBranch to rsrcBranch
           move inputCode to rsrcCode
           read RESOURCES key is rsrcKey
               invalid key
                   display "No such resource: " inputBranch " "
                           inputCode
               not invalid key
                   move "N" to rsrcActiveFlag
                   rewrite RSRC-rec
                   display "Resource retired -- booked slots stand,"
                           " no new bookings."
           end-read.

       accept-resource-key.
           move spaces to inputBranch
           perform until inputBranch not = spaces
               display "Branch code: " no advancing
               accept inputBranch
               move function upper-case(inputBranch) to inputBranch
           end-perform
           move spaces to inputCode
           perform until inputCode not = spaces
               display "Resource code: " no advancing
               accept inputCode
               move function upper-case(inputCode) to inputCode
           end-perform.
