      *> Emergency-contact record layout for data/EMERGENCY.dat,
      *> one optional row per member, maintained at the desk by
      *> emergencyContacts: who to call if the member is taken ill
      *> on the premises or on a trip, and a short note of any
      *> declared condition (diabetes, a severe allergy). checkIn
      *> shows only a discreet indicator when a note is on file;
      *> eventRoster and classSheet print the contacts on request
      *> for off-site trips.
           01 EMERG-rec.
               02 emgMemberId pic 9(7).
               02 emgMemberName pic x(16).
      *> Up to two contacts, the first called first. Blank slots
      *> are simply unused.
               02 emgContact occurs 2 times.
                   03 emgContactName pic x(24).
                   03 emgRelationship pic x(12).
                   03 emgPhone pic x(14).
      *> Spaces = nothing declared.
               02 emgMedicalAlert pic x(40).
               02 emgUpdatedBy pic x(10).
               02 emgUpdatedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
