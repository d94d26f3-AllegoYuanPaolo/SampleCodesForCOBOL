      *> approves the application; the application row is kept as
      *> history either way. Waiting/declined applications carry a
      *> queue position per membership type for the board's caps.
      *> NOTE: the record grew when the referring member was
      *> added; an application file written under the old 124-byte
      *> layout is rebuilt by the one-time convertApplLayout.
           01 APPL-rec.
               02 applicationId pic 9(7).
               02 applStatus pic x.
               02 applAddrCity pic x(16).
               02 applAddrState pic x(2).
               02 applAddrZip pic x(10).
      *> The existing member who referred the applicant, zero when
      *> nobody did; carried to REFERRALS.dat on approval.
               02 applReferrerId pic 9(7).
      *> Expansion space reserved when the referrer was added.
               02 filler pic x(13).
