      * can see who-did-what to the account register the same way
      * AUDFILE shows it for value corrections.
      *
      * RFA-ACTION is OPEN, STATUS or NAME for a NUMREF01 action, and
      * DRMFRZ for an automatic freeze of a dormant account by
      * NUMDRM01 - so a manual freeze and an automatic one can always
      * be told apart.
      *
      * REFAUD is ORGANIZATION LINE SEQUENTIAL, so these fields are
      * plain DISPLAY numeric rather than COMP-3, matching every other
      * line-sequential record in this codebase - packed-decimal bytes
