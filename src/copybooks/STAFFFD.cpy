      *> Staff record layout for data/STAFF.dat, one optional row
      *> per operator on data/OPERATORS.dat, kept by operatorMaint:
      *> the operator's own member number where they are also a
      *> member, and every change to their permission level, so
      *> the segregation-of-duties report can tell what level an
      *> operator held on the day they approved something.
           01 STAFF-rec.
               02 staffOperatorId pic x(10).
      *> Zero when the operator is not a member.
               02 staffMemberId pic 9(7).
               02 staffLinkedBy pic x(10).
               02 staffLinkedDate pic 9(8).
      *> Oldest change first. When all ten are used the oldest
      *> drops off the front; staffChangesDropped says how many
      *> have, so a reader knows the history is not complete.
               02 staffChangeCount pic 9(2).
               02 staffChangesDropped pic 9(3).
               02 staffLevelChange occurs 10 times.
      *> Date and time (yyyymmddhhmmsscc) the level changed.
                   03 staffChangeStamp pic 9(16).
      *> Space for the level before, when the operator was added.
                   03 staffOldLevel pic x.
                   03 staffNewLevel pic x.
                   03 staffChangedBy pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
