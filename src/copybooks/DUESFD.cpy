      *> first and treat anything else as zero credit, the same
      *> caution OPERFD's grown fields take.
               02 creditBalance pic 9(5)v99.
      *> "Y" once the member has bounced a check: the desk takes
      *> cash or card only until a supervisor clears it through
      *> returnedCheck. Space (every row from before the flag) =
      *> checks accepted.
               02 duesCashOnly pic x.
                   88 dues-cash-only value "Y".
