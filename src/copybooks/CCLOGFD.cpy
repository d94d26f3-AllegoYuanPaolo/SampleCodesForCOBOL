      *> Kids' club stay record layout for data/CHILDCARE.dat, one
      *> row per drop-off -- the sign-in sheet, retired. Written
      *> at drop-off by childcareDesk (only while the primary
      *> member is checked in at the same branch that day) and
      *> completed at pick-up with the time and who collected.
      *> The nightly childcareDay step reports any child still
      *> checked in and bills each family's minutes under the
      *> kids' club charge code, stamping the receipt here.
           01 CCLOG-rec.
      *> Day, child, and the stay's number that day -- a child
      *> can be dropped off again after lunch.
               02 ccKey.
                   03 ccDate pic 9(8).
                   03 ccDependentId pic 9(6).
                   03 ccSeq pic 9(2).
               02 ccPrimaryId pic 9(7).
               02 ccPrimaryName pic x(16).
               02 ccDependentName pic x(16).
               02 ccBranch pic x(4).
               02 ccStatus pic x.
                   88 cc-checked-in value "I".
                   88 cc-collected value "O".
               02 ccInTime pic 9(8).
               02 ccInOperator pic x(10).
               02 ccOutTime pic 9(8).
               02 ccOutOperator pic x(10).
      *> Who took the child; the supervisor who let someone not on
      *> the authorized list do it, spaces when no override.
               02 ccCollector pic x(24).
               02 ccOverrideBy pic x(10).
               02 ccMinutes pic 9(4).
      *> Receipt of the family charge the stay was billed under,
      *> zero until childcareDay bills it.
               02 ccBilledReceipt pic 9(7).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
