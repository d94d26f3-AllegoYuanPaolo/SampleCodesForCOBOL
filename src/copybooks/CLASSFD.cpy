      *> Class master record layout for data/CLASSES.dat, one row
      *> per weekly timetable slot -- Monday 6am spin at North is
      *> one row, Wednesday 6am spin is another. Maintained by
      *> classMaint; classSessionGen turns every active row into
      *> dated sessions for a term, and the desk books members
      *> into those sessions through classBook -- the clipboards
      *> retire.
           01 CLASS-rec.
               02 classCode pic x(8).
               02 classDescription pic x(24).
               02 classBranch pic x(4).
      *> Monday = 1 through Sunday = 7, the numbering the job
      *> calendar already uses.
               02 classWeekday pic 9.
      *> Start time hhmm on the 24-hour clock.
               02 classStartTime pic 9(4).
               02 classRoom pic x(8).
               02 classCapacity pic 9(4).
               02 classInstructor pic x(16).
      *> A retired slot keeps its row (old sessions and bookings
      *> still point at it) but generates no new sessions.
               02 classActiveFlag pic x.
                   88 class-active value "Y".
                   88 class-retired value "N".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
