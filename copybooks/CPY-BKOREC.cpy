      *****************************************************************
      * CPY-BKOREC
      * Backout report lines produced by NUMBKO01 (BKORPT) when a
      * posted business date is backed out. A heading line names the
      * date; one account line per account the date posted to shows
      * its TRANARCH entries, NUM-NUMBER-X before the backout, the
      * amount reversed and NUM-NUMBER-X after; then NUMREC01-style
      * stage lines (total and count independently summed from each
      * file) and comparison lines (MATCH or MISMATCH and the signed
      * delta), so the backout ties out the same way a night's
      * postings do.
      *
      * No VALUE clauses on these File Section elementary items -
      * the same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  BKO-HEADING-LINE.
           05  BKO-HDG-LABEL           PIC X(26).
           05  FILLER                  PIC X(1).
           05  BKO-HDG-BUSINESS-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BKO-HDG-TEXT            PIC X(40).

       01  BKO-ACCOUNT-LINE.
           05  BKO-ACCT-NO             PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BKO-ACCT-ENTRIES        PIC Z(6)9.
           05  FILLER                  PIC X(1).
           05  BKO-ACCT-BEFORE         PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  BKO-ACCT-REVERSED       PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  BKO-ACCT-AFTER          PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  BKO-ACCT-NOTE           PIC X(20).

       01  BKO-STAGE-LINE.
           05  BKO-STG-LABEL           PIC X(26).
           05  FILLER                  PIC X(1).
           05  BKO-STG-TOTAL           PIC -(11)9.
           05  FILLER                  PIC X(1).
           05  BKO-STG-COUNT           PIC Z(8)9.

       01  BKO-COMPARE-LINE.
           05  BKO-CMP-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  BKO-CMP-RESULT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BKO-CMP-DELTA           PIC -(11)9.
