      * are carried separately from the fresh activity so the
      * balancing report still ties out.
      *
      * A business date posted in several intraday cycles gets one
      * line per cycle (SUM-CYCLE-LABEL is the cycle number, the
      * counts and net activity that cycle's own, the computed total
      * the date's running total after it) followed by a TOTAL line
      * for the date as a whole - the same pair of lines when the
      * date posted in a single cycle.
      *
      * No VALUE clauses on these File Section elementary items - that
      * placement is invalid outside Working-Storage and, on top of
      * that, this build's cobc runtime fails the WRITE with file
       01  SUM-REPORT-LINE.
           05  SUM-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(1).
           05  SUM-CYCLE-LABEL             PIC X(5).
           05  FILLER                      PIC X(1).
           05  SUM-TRAN-COUNT              PIC Z(8)9.
           05  FILLER                      PIC X(1).
           05  SUM-REJECT-COUNT            PIC Z(8)9.
