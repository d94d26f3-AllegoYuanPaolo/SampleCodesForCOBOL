      *> Class-session record layout for data/CLASSSESS.dat, one
      *> row per dated occurrence of a timetable slot, generated a
      *> term at a time by classSessionGen from CLASSES.dat. The
      *> slot's room, start time, capacity and instructor are
      *> copied onto the session when it is generated, so a cover
      *> instructor or a room swap for one week is an edit to that
      *> one session, not to the timetable. Keyed by class code
      *> plus session date (a slot meets at most once a day);
      *> the date is an alternate index so the daily class sheet
      *> can walk one day's sessions.
           01 SESS-rec.
               02 sessKey.
                   03 sessClassCode pic x(8).
                   03 sessDate pic 9(8).
               02 sessDescription pic x(24).
               02 sessBranch pic x(4).
               02 sessStartTime pic 9(4).
               02 sessRoom pic x(8).
               02 sessCapacity pic 9(4).
               02 sessInstructor pic x(16).
      *> A cancelled session (pool closed, instructor out with no
      *> cover) takes no new bookings.
               02 sessStatus pic x.
                   88 sess-scheduled value "S".
                   88 sess-cancelled value "X".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
