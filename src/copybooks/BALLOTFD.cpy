      *> Annual meeting ballot issuance layout for data/BALLOTS.dat,
      *> one row per ballot the meeting desk (ballotDesk) hands out
      *> or mails. Keyed by the meeting's record date and the
      *> member, so a member can hold only one ballot a meeting;
      *> the ballot number comes from the BALLOT sequence and is
      *> printed on the ballot itself. The row is marked when the
      *> ballot comes back to the tellers.
           01 BALLOT-rec.
               02 ballotKey.
                   03 ballotRecordDate pic 9(8).
                   03 ballotMemberId pic 9(7).
               02 ballotNumber pic 9(7).
               02 ballotMethod pic x.
                   88 ballot-in-person value "H".
                   88 ballot-mailed value "M".
               02 ballotIssuedDate pic 9(8).
               02 ballotIssuedBy pic x(10).
               02 ballotReturned pic x.
                   88 ballot-returned value "Y".
               02 ballotReturnedDate pic 9(8).
               02 ballotReturnedBy pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
