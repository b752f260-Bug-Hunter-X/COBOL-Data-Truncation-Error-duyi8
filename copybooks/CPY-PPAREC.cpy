      *****************************************************************
      * CPY-PPAREC
      * Prior-period adjustment report lines produced by NUMPPA01
      * (PPARPT). A heading line names the latest period closed on
      * PERDSNAP. Then, per closed period in date order, one period
      * line - the aggregate PRD-NUMBER-X snapshotted at the close,
      * the count and whole-unit total of the late activity that
      * belongs to it (posted TRANARCH entries tagged prior-period
      * whose TAR-TRAN-DATE falls in the period) and the restated
      * figure, snapshot plus late activity - followed by one account
      * line per account with late activity in the period (the
      * account's own snapshot, late activity and restated figure)
      * and one detail line per late entry: its transaction date,
      * sequence, type (ORIG, REVR or ADJT), the business date and
      * cycle it actually posted under, and the units it posted as.
      * Labelled summary counts follow at the end.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  PPA-HEADING-LINE.
           05  PPA-HDG-LABEL           PIC X(26).
           05  FILLER                  PIC X(1).
           05  PPA-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PPA-HDG-TEXT            PIC X(40).

       01  PPA-PERIOD-LINE.
           05  PPA-PER-TAG             PIC X(8).
           05  FILLER                  PIC X(1).
           05  PPA-PER-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PPA-PER-SNAPSHOT        PIC -(11)9.
           05  FILLER                  PIC X(1).
           05  PPA-PER-LATE-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(1).
           05  PPA-PER-LATE-UNITS      PIC -(11)9.
           05  FILLER                  PIC X(1).
           05  PPA-PER-RESTATED        PIC -(11)9.
           05  FILLER                  PIC X(1).
           05  PPA-PER-FLAG            PIC X(9).

       01  PPA-ACCOUNT-LINE.
           05  FILLER                  PIC X(2).
           05  PPA-ACCT-NO             PIC 9(9).
           05  FILLER                  PIC X(1).
           05  PPA-ACCT-SNAPSHOT       PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  PPA-ACCT-LATE-COUNT     PIC Z(6)9.
           05  FILLER                  PIC X(1).
           05  PPA-ACCT-LATE-UNITS     PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  PPA-ACCT-RESTATED       PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  PPA-ACCT-NOTE           PIC X(16).

       01  PPA-DETAIL-LINE.
           05  FILLER                  PIC X(6).
           05  PPA-DTL-TRAN-DATE       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PPA-DTL-SEQ-NO          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PPA-DTL-CODE            PIC X(4).
           05  FILLER                  PIC X(1).
           05  PPA-DTL-POSTED-DATE     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PPA-DTL-CYCLE-NO        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PPA-DTL-UNITS           PIC -(9)9.

       01  PPA-SUMMARY-LINE.
           05  PPA-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  PPA-SUM-COUNT           PIC Z(8)9.
