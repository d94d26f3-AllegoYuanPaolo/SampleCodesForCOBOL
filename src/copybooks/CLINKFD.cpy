      *> Corporate link record layout for data/CORPLINKS.dat, one
      *> row each time a member is covered by an employer's
      *> corporate account. The link is open while clinkEndDate is
      *> zero; when the employee leaves, corpMaint stamps the end
      *> date and the member goes back to full-rate renewal. Rows
      *> are kept as history -- the invoice run only bills charges
      *> dated inside a link.
           01 CLINK-rec.
               02 clinkId pic 9(7).
               02 clinkMemberId pic 9(7).
               02 clinkCorpCode pic x(4).
               02 clinkMemberName pic x(16).
      *> The employer's own staff or payroll number, for the
      *> invoice.
               02 clinkEmployeeRef pic x(10).
               02 clinkStartDate pic 9(8).
               02 clinkEndDate pic 9(8).
               02 clinkEndReason pic x(16).
               02 clinkOperator pic x(10).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
