      *      control and computed both at zero and NUMBAL01/NUMREC01
      *      balance across the boundary
      *
      * The sign-off at the end of the run also states what changed
      * after earlier closes: the prior-period adjustments posted
      * during the period being closed (TRANARCH entries tagged
      * TAR-PRIOR-PERIOD - dated inside a month already closed, but
      * posted into this one), counted and in whole units. The
      * closed periods they restate are itemized by NUMPPA01.
      *
      * The CLSCTL close-control record (CPY-CLSREC) stops a re-drive
      * from closing the same period twice, and the RUNCTL guard
      * stops a close over an accumulation run that died in flight -
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           RECORDING MODE IS F.
           COPY CPY-CLSREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       WORKING-STORAGE SECTION.
           COPY CPY-NUMAREA.
           COPY CPY-NUMAREA-SGN.
           05  WS-AUD-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-CLS-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".

      *    The period being closed is the business date of the last
      *    completed accumulation run, off TOTFILE - never the wall
       01  WS-COUNTERS.
           05  WS-SNAP-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ROLL-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-LATE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.

      *    Prior-period adjustments posted during the period, in
      *    whole units as NUMACC01 posted them (the NUMARQ01 rule).
       01  WS-TRAN-UNITS               PIC S9(9)  COMP-3 VALUE ZERO.
       01  WS-LATE-UNITS               PIC S9(11) COMP-3 VALUE ZERO.

       01  WS-OLD-NUMBER-X             PIC S9(9) COMP-3 VALUE ZERO.

           PERFORM 1100-CHECK-RUN-CONTROL
           PERFORM 1200-LOAD-PERIOD-TOTALS
           PERFORM 1300-CHECK-CLOSE-CONTROL
           PERFORM 1400-COUNT-PRIOR-PERIOD-POSTINGS

           OPEN EXTEND PERIOD-FILE
           IF WS-PRD-STATUS = "35"
               STOP RUN
           END-IF.

       1400-COUNT-PRIOR-PERIOD-POSTINGS.
      *    Read-only, and made before anything changes: the period's
      *    posted entries (business date after the last close, up to
      *    this one) that were dated inside an earlier, closed period.
      *    No TRANARCH on file means nothing to state - noted, not a
      *    reason to hold the close.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMCLS01: NO TRANARCH FOUND, STATUS = "
                   WS-ARC-STATUS ", PRIOR-PERIOD SIGN-OFF SKIPPED"
           ELSE
               MOVE "N" TO WS-ARC-EOF-SWITCH
               PERFORM 1490-READ-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   IF TAR-POSTED
                      AND TAR-PRIOR-PERIOD
                      AND TAR-BUSINESS-DATE > WS-LAST-CLOSED-DATE
                      AND TAR-BUSINESS-DATE <= WS-PERIOD-DATE
                       ADD 1 TO WS-LATE-COUNT
                       COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
                       IF TAR-TYPE-REVERSAL
                           COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
                       END-IF
                       ADD WS-TRAN-UNITS TO WS-LATE-UNITS
                   END-IF
                   PERFORM 1490-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1490-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       2000-SNAPSHOT-MASTER.
      *    Every account's closing position, then the aggregate pair
      *    under the reserved 999999999 identifier, appended to the
               MOVE ZERO               TO HST-TRAN-COUNT
               MOVE ZERO               TO HST-REJECT-COUNT
               MOVE WS-VARIANCE        TO HST-NET-ACTIVITY
               MOVE ZERO               TO HST-CYCLE-NO
               MOVE ZERO               TO HST-CYCLE-OPENING
               MOVE ZERO               TO HST-REPRO-POSTED
               MOVE ZERO               TO HST-REPRO-REJECTED
               MOVE "C"                TO HST-ENTRY-TYPE
               WRITE HST-RECORD
               IF WS-HST-STATUS NOT = "00"
                   DISPLAY "NUMCLS01: WRITE TO TOTHIST FAILED, "
                   WS-CTL-STATUS
           ELSE
               MOVE ZERO               TO CTL-CONTROL-TOTAL
               MOVE ZERO               TO CTL-POSTED-DATE
               MOVE ZERO               TO CTL-POSTED-CYCLE
               MOVE ZERO               TO CTL-OPENING-CONTROL
               WRITE CTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NUMCLS01: WRITE TO CTLFILE FAILED, "
           DISPLAY "NUMCLS01: PERIOD CLOSED          = " WS-PERIOD-DATE
           DISPLAY "NUMCLS01: ACCOUNTS SNAPSHOTTED   = " WS-SNAP-COUNT
           DISPLAY "NUMCLS01: ACCOUNTS ROLLED        = " WS-ROLL-COUNT
           DISPLAY "NUMCLS01: CLOSING COMPUTED TOTAL = " WS-NUMBER-X
           DISPLAY "NUMCLS01: PRIOR-PERIOD ADJUSTMENTS POSTED IN "
               "PERIOD = " WS-LATE-COUNT
           DISPLAY "NUMCLS01: PRIOR-PERIOD ADJUSTMENT UNITS  = "
               WS-LATE-UNITS
           IF WS-LATE-COUNT > ZERO
               DISPLAY "NUMCLS01: EARLIER CLOSED PERIODS CHANGED "
                   "AFTER CLOSE - SEE NUMPPA01 (PPARPT) FOR THE "
                   "RESTATED FIGURES"
           END-IF.

       9100-STAMP-CLOSE-CONTROL.
      *    Stamped only after the close has run all the way through,
