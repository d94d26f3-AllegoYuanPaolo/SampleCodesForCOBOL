      *> Shared SELECT clause for data/DRAFTS.dat, the direct-debit
      *> drafts sent to the bank.
           select optional DRAFTS
               assign to "data/DRAFTS.dat"
               organization is indexed
               access mode is dynamic
               record key is draftId
               alternate record key is draftMemberId
                   with duplicates
               file status is DRAFT-status.
