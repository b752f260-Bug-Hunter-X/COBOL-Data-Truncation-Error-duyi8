      *
      * Reads TOTHIST, the permanent run-by-run history appended by
      * NUMACC01, and prints the month-end trend report (TRNRPT): one
      * line per run in the report month showing that run's
      * transaction count, rejects, net activity and computed total
      * (a date posted in several intraday cycles shows a line per
      * cycle, labelled with the cycle, whose counts and net
      * activity add up to the date's; a date NUMBKO01 backed out
      * shows its backout entry, labelled BACKOUT, carrying the
      * reversal as negative net activity),
      * followed by a month-to-date rollup and a prior-month rollup
      * for comparison - so "how did the computed total move over the
      * last thirty days" is a report, not an archaeology exercise.
           05  WS-RECORD-MONTH         PIC 9(6) VALUE ZERO.

       01  WS-HST-DATE-X               PIC X(8) VALUE SPACES.
       01  WS-PREV-RUN-DATE            PIC 9(8) VALUE ZERO.

      *    Daily-line label - the run date, and the posting cycle
      *    for an accumulation run (the period-closing entry has
      *    none).
       01  WS-DAY-LABEL.
           05  WS-DAY-LABEL-DATE       PIC X(8).
           05  WS-DAY-LABEL-CYCLE.
               10  FILLER              PIC X(5) VALUE " CYC ".
               10  WS-DAY-LABEL-NO     PIC 9(2).

      *    Daily-line label for a backout entry.
       01  WS-BACKOUT-LABEL.
           05  WS-BACKOUT-LABEL-DATE   PIC X(8).
           05  FILLER                  PIC X(8) VALUE " BACKOUT".

      *    Month-to-date and prior-month rollups. Counts stay within
      *    9(9); the summed activity is widened to S9(11) so a month
                   ADD HST-TRAN-COUNT   TO WS-MTD-TRAN-COUNT
                   ADD HST-REJECT-COUNT TO WS-MTD-REJECT-COUNT
                   ADD HST-NET-ACTIVITY TO WS-MTD-NET-ACTIVITY
                   IF HST-RUN-DATE NOT = WS-PREV-RUN-DATE
                       ADD 1            TO WS-MTD-DAY-COUNT
                   END-IF
                   MOVE HST-COMPUTED-NUMBER TO WS-LAST-COMPUTED
               WHEN WS-PRIOR-MONTH
                   ADD HST-TRAN-COUNT   TO WS-PRI-TRAN-COUNT
                   ADD HST-REJECT-COUNT TO WS-PRI-REJECT-COUNT
                   ADD HST-NET-ACTIVITY TO WS-PRI-NET-ACTIVITY
                   IF HST-RUN-DATE NOT = WS-PREV-RUN-DATE
                       ADD 1            TO WS-PRI-DAY-COUNT
                   END-IF
                   MOVE HST-COMPUTED-NUMBER TO WS-PRI-LAST-COMPUTED
           END-EVALUATE
           MOVE HST-RUN-DATE TO WS-PREV-RUN-DATE
           PERFORM 2900-READ-HISTORY.

       2900-READ-HISTORY.
       4200-WRITE-DAILY-LINE.
           MOVE SPACES                 TO TRN-REPORT-LINE
           MOVE HST-RUN-DATE           TO WS-HST-DATE-X
           MOVE WS-HST-DATE-X          TO WS-DAY-LABEL-DATE
           IF HST-CYCLE-NO NUMERIC
              AND HST-CYCLE-NO > ZERO
               MOVE HST-CYCLE-NO       TO WS-DAY-LABEL-NO
               MOVE WS-DAY-LABEL       TO TRN-LABEL
           ELSE
               MOVE WS-DAY-LABEL-DATE  TO TRN-LABEL
           END-IF
           IF HST-BACKOUT-ENTRY
               MOVE WS-HST-DATE-X      TO WS-BACKOUT-LABEL-DATE
               MOVE WS-BACKOUT-LABEL   TO TRN-LABEL
           END-IF
           MOVE HST-TRAN-COUNT         TO TRN-TRAN-COUNT
           MOVE HST-REJECT-COUNT       TO TRN-REJECT-COUNT
           MOVE HST-NET-ACTIVITY       TO TRN-NET-ACTIVITY
