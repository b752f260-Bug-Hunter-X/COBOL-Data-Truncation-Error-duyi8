      *****************************************************************
      * CPY-INTREC
      * Referential integrity exception report lines produced by the
      * NUMINT01 sweep (INTRPT). Heading lines give the run date and
      * the RUNCTL last posted business date the master is judged
      * against. Then one exception line per account per exception
      * class found: the class code and its severity, the account,
      * its ACCTREF status (blank when it has none), the
      * NUM-NUMBER-X it carries, its NUM-LAST-UPDATE-DATE, the
      * partner ids involved (an overlap names the first two
      * partners whose ranges cover the account) and the class
      * description. One class line per exception class follows -
      * code, severity, count and description - then labelled
      * summary counts and the return code the sweep set.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  INT-HEADING-LINE.
           05  INT-HDG-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  INT-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  INT-HDG-TEXT            PIC X(40).

       01  INT-EXCEPTION-LINE.
           05  INT-EXC-CLASS           PIC X(4).
           05  FILLER                  PIC X(1).
           05  INT-EXC-SEVERITY        PIC X(7).
           05  FILLER                  PIC X(1).
           05  INT-EXC-ACCT-NO         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  INT-EXC-REF-STATUS      PIC X(1).
           05  FILLER                  PIC X(1).
           05  INT-EXC-NUMBER-X        PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  INT-EXC-UPDATE-DATE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  INT-EXC-PARTNER-1       PIC X(4).
           05  FILLER                  PIC X(1).
           05  INT-EXC-PARTNER-2       PIC X(4).
           05  FILLER                  PIC X(1).
           05  INT-EXC-TEXT            PIC X(40).

       01  INT-CLASS-LINE.
           05  INT-CLS-CLASS           PIC X(4).
           05  FILLER                  PIC X(1).
           05  INT-CLS-SEVERITY        PIC X(7).
           05  FILLER                  PIC X(1).
           05  INT-CLS-COUNT           PIC Z(8)9.
           05  FILLER                  PIC X(1).
           05  INT-CLS-TEXT            PIC X(40).

       01  INT-SUMMARY-LINE.
           05  INT-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  INT-SUM-COUNT           PIC Z(8)9.
