      *> Shared parameter layout passed to branchOccupancy. COPY'd
      *> both into every program that shows the desk the head
      *> count and into branchOccupancy's LINKAGE SECTION so the
      *> two always agree on the layout.
           01 occupancy-parms.
               02 occParmBranch pic x(4).
               02 occParmDate pic 9(8).
      *> Returned: people in the building now (members and guests
      *> checked in today and not yet out), the branch's capacity
      *> from the CAPACITY<branch> parameter (zero = none set), and
      *> the warnings: 'y' in occParmNearLimit at or past
      *> CAPACITYWARNPCT per cent of it (90 unless set), 'y' in
      *> occParmAtLimit at or past the limit itself.
               02 occParmCount pic 9(5).
               02 occParmCapacity pic 9(5).
               02 occParmNearLimit pic x.
               02 occParmAtLimit pic x.
