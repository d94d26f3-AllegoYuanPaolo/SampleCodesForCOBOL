      *> The branch this desk or kiosk stands in, shared across
      *> programs in the same run unit via EXTERNAL storage so a
      *> terminal is asked once, not at every check-in. Blank
      *> when the terminal was left unset; a visit with no branch
      *> set is taken at the member's home branch.
           01 currentSiteBranch pic x(4) external value spaces.
           01 currentSiteAsked pic x external value 'n'.
