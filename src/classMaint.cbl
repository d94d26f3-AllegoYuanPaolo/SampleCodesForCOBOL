        IDENTIFICATION DIVISION.
        PROGRAM-ID. classMaint.
      *> Maintenance screen for the class timetable
      *> data/CLASSES.dat: list the weekly slots, add or update one
      *> (branch, weekday, start time, room, capacity, instructor),
      *> retire one, and cancel or re-cover a single dated session
      *> without touching the timetable. Patterned on eventsMaint.
        environment division.
           input-output section.
               file-control.
                   COPY CLASSSEL.
                   COPY SESSSEL.
        DATA DIVISION.
           file section.
               fd CLASSES.
                   COPY CLASSFD.
               fd CLASSSESS.
                   COPY SESSFD.
            local-STORAGE SECTION.
               01 maintChoice pic 9.
               01 eof pic x value 'n'.
               01 inputCode pic x(8).
               01 inputDesc pic x(24).
               01 inputBranch pic x(4).
               01 inputWeekday pic 9.
               01 inputStart pic 9(4).
               01 inputRoom pic x(8).
               01 inputCapacity pic 9(4).
               01 inputInstructor pic x(16).
               01 inputDate pic 9(8).
               01 sessAction pic x.
               COPY CLASSSTAT.
               COPY SESSSTAT.

        PROCEDURE DIVISION.
           display "[1] List classes  [2] Add/update a class"
           display "[3] Retire a class  [4] Cancel/re-cover a session"
           display "Enter option >" no advancing
           accept maintChoice

           if maintChoice = 4
               perform edit-one-session
               goback
           end-if

           open i-o CLASSES
           evaluate true
               when CLASS-status-ok
                   continue
               when CLASS-status = "93"
                   display "CLASSES file is locked. Try later."
                   goback
               when other
                   display "Unable to open CLASSES file. Status: "
                           CLASS-status
                   goback
           end-evaluate

           evaluate maintChoice
               when 2
                   perform edit-one-class
               when 3
                   perform retire-one-class
               when other
                   perform list-classes
           end-evaluate

           close CLASSES

       GOBACK.

       list-classes.
           display "Code     Description              Brch D Time "
                   "Room     Cap  Instructor       A"
           perform until eof = 'y'
               read CLASSES next record
                   at end
                       move 'y' to eof
                   not at end
                       display classCode " "
                               classDescription " "
                               classBranch " "
                               classWeekday " "
                               classStartTime " "
                               classRoom " "
                               classCapacity " "
                               classInstructor " "
                               classActiveFlag
               end-read
           end-perform.

       edit-one-class.
           move spaces to inputCode
           perform until inputCode not = spaces
               display "Class code (up to 8 chars): " no advancing
               accept inputCode
           end-perform
           display "Description: " no advancing
           move spaces to inputDesc
           accept inputDesc
           display "Branch code: " no advancing
           move spaces to inputBranch
           accept inputBranch
           move 0 to inputWeekday
           perform until inputWeekday >= 1 and inputWeekday <= 7
               display "Weekday (1 = Monday ... 7 = Sunday): "
                       no advancing
               accept inputWeekday
           end-perform
           display "Start time (hhmm): " no advancing
           accept inputStart
           display "Room: " no advancing
           move spaces to inputRoom
           accept inputRoom
           display "Capacity (0 = unlimited): " no advancing
           accept inputCapacity
           display "Instructor: " no advancing
           move spaces to inputInstructor
           accept inputInstructor

           move function upper-case(inputCode) to classCode
           read CLASSES key is classCode
               invalid key
                   perform move-class-fields
                   move "Y" to classActiveFlag
                   write CLASS-rec
                   display "Class added: " classCode
               not invalid key
                   perform move-class-fields
                   move "Y" to classActiveFlag
                   rewrite CLASS-rec
                   display "Class updated: " classCode
                   display "Sessions already generated keep their"
                           " old details -- re-cover them singly"
                           " if they must change."
           end-read.

       move-class-fields.
           move inputDesc to classDescription
           move function upper-case(inputBranch) to classBranch
           move inputWeekday to classWeekday
           move inputStart to classStartTime
           move function upper-case(inputRoom) to classRoom
           move inputCapacity to classCapacity
           move inputInstructor to classInstructor.

      *> A retired slot stops generating sessions; its past
      *> sessions and bookings stay on file as history.
       retire-one-class.
           display "Class code to retire: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to classCode
           read CLASSES key is classCode
               invalid key
                   display "No such class: " classCode
               not invalid key
                   move "N" to classActiveFlag
                   rewrite CLASS-rec
                   display "Class retired: " classCode
           end-read.

      *> One dated session: cancel it (pool closed, no cover) or
      *> put a cover instructor / different room on it.
       edit-one-session.
           open i-o CLASSSESS
           if not SESS-status-ok
               display "Unable to open CLASSSESS file. Status: "
                       SESS-status
               close CLASSSESS
               exit paragraph
           end-if

           display "Class code: " no advancing
           move spaces to inputCode
           accept inputCode
           display "Session date (YYYYMMDD): " no advancing
           accept inputDate
           move function upper-case(inputCode) to sessClassCode
           move inputDate to sessDate
           read CLASSSESS key is sessKey
               invalid key
                   display "No such session: " sessClassCode
                           " on " inputDate
                   close CLASSSESS
                   exit paragraph
           end-read

           display sessDescription " " sessBranch " "
                   sessStartTime " room " sessRoom
                   " with " sessInstructor " status " sessStatus
           display "[X] Cancel  [R] Reinstate  [C] Change cover"
                   "/room >" no advancing
           move space to sessAction
           accept sessAction
           move function upper-case(sessAction) to sessAction
           evaluate sessAction
               when "X"
                   move "X" to sessStatus
                   rewrite SESS-rec
                   display "Session cancelled -- tell the booked"
                           " members from the class sheet."
               when "R"
                   move "S" to sessStatus
                   rewrite SESS-rec
                   display "Session reinstated."
               when "C"
                   display "Instructor (blank = keep): "
                           no advancing
                   move spaces to inputInstructor
                   accept inputInstructor
                   if inputInstructor not = spaces
                       move inputInstructor to sessInstructor
                   end-if
                   display "Room (blank = keep): " no advancing
                   move spaces to inputRoom
                   accept inputRoom
                   if inputRoom not = spaces
                       move function upper-case(inputRoom)
                           to sessRoom
                   end-if
                   rewrite SESS-rec
                   display "Session updated."
               when other
                   display "Session left as it was."
           end-evaluate
           close CLASSSESS.
