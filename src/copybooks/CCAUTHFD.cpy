      *> Authorized pick-up record layout for data/CCAUTH.dat, one
      *> optional row per child on data/DEPENDENTS.dat, maintained
      *> at the kids' club desk by childcareDesk: the people other
      *> than the primary member who may collect the child. The
      *> primary member is always allowed and is not listed;
      *> anyone else needs a supervisor override at pick-up.
           01 CCAUTH-rec.
               02 ccaDependentId pic 9(6).
               02 ccaPrimaryId pic 9(7).
               02 ccaDependentName pic x(16).
      *> Up to four collectors. Blank slots are simply unused.
               02 ccaCollector occurs 4 times.
                   03 ccaCollectorName pic x(24).
                   03 ccaRelationship pic x(12).
                   03 ccaPhone pic x(14).
               02 ccaUpdatedBy pic x(10).
               02 ccaUpdatedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
