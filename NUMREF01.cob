      *
      * Every action - open, status change, name change - is written
      * to the permanent REFAUD audit trail with the before and after
      * status, the same way value corrections are written to
      * AUDFILE when they are approved.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
