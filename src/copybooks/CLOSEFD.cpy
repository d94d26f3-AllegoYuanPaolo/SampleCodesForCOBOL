      *> Branch closure calendar record layout for
      *> data/CLOSURES.dat, one row per branch per day it is shut
      *> or cut short -- a holiday, a pool repair, a storm. Kept by
      *> closureMaint. checkClosure answers from it: due dates roll
      *> past a full closure, late fees do not count one, the desk
      *> turns members away on one, and the visit reports leave
      *> one out of their averages. A row with a blank branch is a
      *> club-wide holiday -- every branch is shut, and calendar
      *> jobs marked to skip holidays do not run that night.
           01 CLOSE-rec.
               02 closeKey.
      *> branchKey from data/BRANCHES.dat; spaces for every branch.
                   03 closeBranch pic x(4).
                   03 closeDate pic 9(8).
               02 closeType pic x.
                   88 close-full value "F".
                   88 close-partial value "P".
      *> Hours the branch is shut on a partial closure (hhmm).
               02 closeFromTime pic 9(4).
               02 closeToTime pic 9(4).
               02 closeReason pic x(30).
               02 closeAddedBy pic x(10).
               02 closeAddedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
