      *> Class-booking record layout for data/CLASSBOOK.dat, one
      *> row per member booked into a dated session. Booked at
      *> the desk by classBook against the session's capacity the
      *> way eventRegister books events; check-in stamps the
      *> attendance byte when the member arrives on session day.
           01 CLSBK-rec.
               02 bookId pic 9(7).
      *> The session booked, in the same class-code-plus-date form
      *> as the session key.
               02 bookSession.
                   03 bookClassCode pic x(8).
                   03 bookSessDate pic 9(8).
               02 bookMemberId pic 9(7).
               02 bookMemberName pic x(16).
               02 bookDate pic 9(8).
      *> Cancelled rows stay as history but free the place.
               02 bookStatus pic x.
                   88 book-confirmed value "C".
                   88 book-cancelled value "X".
      *> Stamped "A" by check-in on session day; spaces = not yet
      *> seen.
               02 bookAttend pic x.
                   88 book-attended value "A".
                   88 book-noshow value "N".
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
