      *> Slot-reservation record layout for data/RESERVATIONS.dat,
      *> one row per court or room slot booked at the desk by
      *> reserveDesk. The slot is identified by branch, resource,
      *> date and start time (resvSlot, an alternate index with
      *> duplicates, since a cancelled row stays on file beside
      *> the re-booking). The rate charged and the receipt it was
      *> journaled under ride on the row so a cancellation reverses
      *> exactly what was posted. The nightly no-show sweep
      *> (resvNoShow) stamps booked slots from the day's VISITS.dat
      *> check-ins.
           01 RESV-rec.
               02 resvId pic 9(7).
               02 resvSlot.
                   03 resvBranch pic x(4).
                   03 resvResource pic x(4).
                   03 resvDate pic 9(8).
                   03 resvSlotTime pic 9(4).
               02 resvMemberId pic 9(7).
               02 resvMemberName pic x(16).
      *> B = booked and still to come; U = used (the member
      *> checked in that day); N = no-show; X = cancelled.
               02 resvStatus pic x.
                   88 resv-booked value "B".
                   88 resv-used value "U".
                   88 resv-noshow value "N".
                   88 resv-cancelled value "X".
                   88 resv-holds-slot values "B" "U" "N".
               02 resvRate pic 9(5)v99.
               02 resvReceipt pic 9(7).
               02 resvBookedDate pic 9(8).
               02 resvOperator pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
