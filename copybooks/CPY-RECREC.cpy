      * and one comparison line per handoff between stages showing
      * MATCH or MISMATCH and the signed delta, so a value that went
      * wrong anywhere between the transaction detail and the partner
      * extract is pinned to the handoff that broke it. A heading
      * line ahead of them names the business date and the intraday
      * posting cycle the report reconciles.
      *
      * No VALUE clauses on these File Section elementary items - that
      * placement is invalid outside Working-Storage and, on top of
      * status 71 when a File Section item carries one. The record is
      * blanked with MOVE SPACES before each build instead.
      *****************************************************************
       01  REC-HEADING-LINE.
           05  REC-HDG-LABEL           PIC X(26).
           05  FILLER                  PIC X(1).
           05  REC-HDG-BUSINESS-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  REC-HDG-CYCLE-LABEL     PIC X(6).
           05  REC-HDG-CYCLE-NO        PIC 9(2).

       01  REC-STAGE-LINE.
           05  REC-STG-LABEL           PIC X(26).
           05  FILLER                  PIC X(1).
