      *****************************************************************
      * CPY-STMREC
      * Month-end statement print lines produced by NUMSTM01 on
      * STMTRPT - per account a heading line (account, customer name,
      * status and the period the statement covers), one detail line
      * per posted TRANARCH entry and per AUDFILE correction in the
      * period, and labelled position lines (opening, activity,
      * corrections, closing). A prior-period adjustment's detail
      * line, and an after-close line for an entry dated inside the
      * period but posted after it closed, carry the transaction's
      * own date in STM-DT-DATED; an account with after-close lines
      * also gets the adjusted-after-close and restated closing
      * position lines. The control page at the end carries
      * one control line per statement that does not tie (opening
      * plus activity plus corrections against the PERDSNAP closing
      * figure, and the difference) and the labelled run counts.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  STM-HEAD-LINE.
           05  STM-HD-TAG              PIC X(8).
           05  FILLER                  PIC X(1).
           05  STM-HD-ACCT-NO          PIC 9(9).
           05  FILLER                  PIC X(1).
           05  STM-HD-NAME             PIC X(30).
           05  FILLER                  PIC X(1).
           05  STM-HD-STATUS           PIC X(6).
           05  FILLER                  PIC X(1).
           05  STM-HD-FROM-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  STM-HD-TO-DATE          PIC 9(8).

       01  STM-DETAIL-LINE.
           05  STM-DT-LABEL            PIC X(20).
           05  FILLER                  PIC X(1).
           05  STM-DT-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  STM-DT-REF              PIC X(6).
           05  FILLER                  PIC X(1).
           05  STM-DT-AMOUNT           PIC -(7)9.99.
           05  FILLER                  PIC X(1).
           05  STM-DT-UNITS            PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-DT-OLD-VALUE        PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-DT-NEW-VALUE        PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-DT-DATED            PIC X(8).

       01  STM-POSITION-LINE.
           05  STM-POS-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  STM-POS-VALUE           PIC -(11)9.
           05  FILLER                  PIC X(1).
           05  STM-POS-FLAG            PIC X(8).

       01  STM-CONTROL-LINE.
           05  STM-CTL-ACCT-NO         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  STM-CTL-OPENING         PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-CTL-ACTIVITY        PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-CTL-CORRECTIONS     PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-CTL-CLOSING         PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  STM-CTL-DIFFERENCE      PIC -(9)9.

       01  STM-SUMMARY-LINE.
           05  STM-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  STM-SUM-COUNT           PIC Z(8)9.
