       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMPPA01.
      *****************************************************************
      * NUMPPA01 - Prior-period adjustment report.
      *
      * Once NUMCLS01 has closed a month its PERDSNAP figures are
      * struck - but a transaction dated inside that month can still
      * arrive afterwards. NUMEDT01 recognises one (dated on or before
      * CLS-LAST-CLOSED-DATE), it posts into the current period like
      * any other, and NUMACC01 tags its TRANARCH entry
      * TAR-PRIOR-PERIOD. This report puts those entries back against
      * the periods they belong to, so finance can see what each
      * closed period would have closed at:
      *
      *   - per closed period (every aggregate record on PERDSNAP,
      *     CPY-PRDREC), the aggregate PRD-NUMBER-X snapshotted at the
      *     close, the late activity that belongs to it and the
      *     restated figure - snapshot plus late activity
      *   - per account with late activity in the period, the same
      *     three figures off the account's own snapshot record (zero
      *     when the account was not on it)
      *   - each late entry: transaction date, sequence, type, and
      *     the business date and cycle it actually posted under
      *
      * An entry belongs to the earliest closed period whose period
      * date is on or after its TAR-TRAN-DATE - the period it would
      * have posted in had it arrived on time. Amounts are whole
      * units exactly as NUMACC01 posted them (the NUMARQ01 rule, a
      * reversal subtracting). Only posted entries count - a late
      * entry backed out with the rest of its business date by
      * NUMBKO01 restates nothing. The snapshots themselves are
      * never changed; PPARPT (CPY-PPAREC) is the restatement.
      *
      * Run on demand, or after NUMCLS01 at month end for the sign-
      * off. Every input is opened INPUT - the run can be repeated
      * freely.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERDSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO "PPARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
           RECORDING MODE IS F.
           COPY CPY-PRDREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  ADJUSTMENT-REPORT-FILE.
           COPY CPY-PPAREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRD-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PRD-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-PERIOD-FILE          VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".

      *    Amounts are rounded to whole units per transaction exactly
      *    as NUMACC01 rounds them at posting time.
       01  WS-TRAN-UNITS               PIC S9(9)  COMP-3 VALUE ZERO.
       01  WS-RESTATED                 PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-LATE-UNITS-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.

      *    Closed periods off the PERDSNAP aggregate records, in
      *    ascending period date. A close that was re-driven appended
      *    its snapshot twice; the later record simply re-applies.
       01  WS-PER-TABLE-MAX            PIC 9(4) VALUE 600.
       01  WS-PER-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 600 TIMES.
               10  WS-PER-DATE         PIC 9(8).
               10  WS-PER-SNAPSHOT     PIC S9(9)  COMP-3.
               10  WS-PER-LATE-UNITS   PIC S9(11) COMP-3.
               10  WS-PER-LATE-COUNT   PIC 9(7).

      *    Late activity per period and account, in ascending period
      *    then account order and searched by bisection (the NUMACC01
      *    account-table pattern), so the report walks it period by
      *    period. Each entry chains its detail lines through
      *    WS-DTL-NEXT in the order TRANARCH holds them.
       01  WS-LAT-TABLE-MAX            PIC 9(5) VALUE 20000.
       01  WS-LAT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-LAT-TABLE.
           05  WS-LAT-ENTRY OCCURS 20000 TIMES.
               10  WS-LAT-KEY.
                   15  WS-LAT-PERIOD   PIC 9(8).
                   15  WS-LAT-ACCT-NO  PIC 9(9).
               10  WS-LAT-SNAPSHOT     PIC S9(9)  COMP-3.
               10  WS-LAT-UNITS        PIC S9(11) COMP-3.
               10  WS-LAT-COUNT-IN     PIC 9(7).
               10  WS-LAT-ON-SNAPSHOT  PIC X(1).
                   88  LAT-ON-SNAPSHOT         VALUE "Y".
               10  WS-LAT-FIRST-DTL    PIC 9(5).
               10  WS-LAT-LAST-DTL     PIC 9(5).
       01  WS-LAT-SEARCH-KEY.
           05  WS-LAT-SEARCH-PERIOD    PIC 9(8).
           05  WS-LAT-SEARCH-ACCT      PIC 9(9).

       01  WS-DTL-TABLE-MAX            PIC 9(5) VALUE 50000.
       01  WS-DTL-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY OCCURS 50000 TIMES.
               10  WS-DTL-TRAN-DATE    PIC 9(8).
               10  WS-DTL-SEQ-NO       PIC 9(6).
               10  WS-DTL-CODE         PIC X(4).
               10  WS-DTL-POSTED-DATE  PIC 9(8).
               10  WS-DTL-CYCLE-NO     PIC 9(2).
               10  WS-DTL-UNITS        PIC S9(9) COMP-3.
               10  WS-DTL-NEXT         PIC 9(5).

       01  WS-PI                       PIC 9(4) VALUE ZERO.
       01  WS-LI                       PIC 9(5) VALUE ZERO.
       01  WS-AI                       PIC 9(5) VALUE ZERO.
       01  WS-DI                       PIC 9(5) VALUE ZERO.
       01  WS-SI                       PIC 9(5) VALUE ZERO.
       01  WS-SEARCH-DATE              PIC 9(8) VALUE ZERO.

      *    Bisection work fields - WS-INS is where a new entry
      *    belongs when the search comes back empty; for the period
      *    table it is also the earliest period on or after the date
      *    searched for.
       01  WS-SEARCH-WORK.
           05  WS-LO                   PIC 9(5) VALUE ZERO.
           05  WS-HI                   PIC 9(5) VALUE ZERO.
           05  WS-MID                  PIC 9(5) VALUE ZERO.
           05  WS-INS                  PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-LATE-ENTRY-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RESTATED-PER-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RESTATED-ACCT-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NO-PERIOD-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNTABLED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNLISTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-PER-OVERFLOW-COUNT   PIC 9(9) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PER-COUNT
               PERFORM 2000-WRITE-ONE-PERIOD
           END-PERFORM
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PERIODS
           PERFORM 1200-LOAD-LATE-ACTIVITY
           PERFORM 1300-LOAD-ACCOUNT-SNAPSHOTS

           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMPPA01: UNABLE TO OPEN PPARPT, STATUS = "
                   WS-RPT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES                 TO PPA-HEADING-LINE
           MOVE "PRIOR-PERIOD ADJUSTMENTS"  TO PPA-HDG-LABEL
           MOVE WS-PER-DATE (WS-PER-COUNT)  TO PPA-HDG-DATE
           MOVE "LATEST PERIOD CLOSED ON PERDSNAP"
                                       TO PPA-HDG-TEXT
           WRITE PPA-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE 1 TO WS-LI.

       1100-LOAD-PERIODS.
      *    First pass over PERDSNAP, aggregate records only. No
      *    snapshot means no period has been closed - nothing can be
      *    prior-period yet.
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "NUMPPA01: UNABLE TO OPEN PERDSNAP, STATUS = "
                   WS-PRD-STATUS " - NO PERIOD HAS BEEN CLOSED"
               STOP RUN
           END-IF
           MOVE "N" TO WS-PRD-EOF-SWITCH
           PERFORM 1190-READ-PERIOD-FILE
           PERFORM UNTIL END-OF-PERIOD-FILE
               IF PRD-AGGREGATE-REC
                   PERFORM 1110-TABLE-PERIOD
               END-IF
               PERFORM 1190-READ-PERIOD-FILE
           END-PERFORM
           CLOSE PERIOD-FILE
           IF WS-PER-COUNT = ZERO
               DISPLAY "NUMPPA01: NO AGGREGATE RECORD ON PERDSNAP - "
                   "NO PERIOD HAS BEEN CLOSED"
               STOP RUN
           END-IF.

       1110-TABLE-PERIOD.
           MOVE PRD-PERIOD-DATE TO WS-SEARCH-DATE
           PERFORM 3000-SEARCH-PERIOD-TABLE
           IF WS-INS <= WS-PER-COUNT
              AND WS-PER-DATE (WS-INS) = PRD-PERIOD-DATE
               MOVE PRD-NUMBER-X TO WS-PER-SNAPSHOT (WS-INS)
           ELSE
               IF WS-PER-COUNT < WS-PER-TABLE-MAX
                   PERFORM VARYING WS-SI FROM WS-PER-COUNT BY -1
                           UNTIL WS-SI < WS-INS
                       MOVE WS-PER-ENTRY (WS-SI)
                           TO WS-PER-ENTRY (WS-SI + 1)
                   END-PERFORM
                   ADD 1 TO WS-PER-COUNT
                   MOVE PRD-PERIOD-DATE TO WS-PER-DATE (WS-INS)
                   MOVE PRD-NUMBER-X    TO WS-PER-SNAPSHOT (WS-INS)
                   MOVE ZERO            TO WS-PER-LATE-UNITS (WS-INS)
                   MOVE ZERO            TO WS-PER-LATE-COUNT (WS-INS)
               ELSE
                   ADD 1 TO WS-PER-OVERFLOW-COUNT
               END-IF
           END-IF.

       1190-READ-PERIOD-FILE.
           READ PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-PRD-EOF-SWITCH
           END-READ.

       1200-LOAD-LATE-ACTIVITY.
      *    Every posted prior-period entry, put against the period it
      *    belongs to. With no TRANARCH on file the periods print at
      *    their snapshots - skipped loudly, the same as a missing
      *    ACCTREF is in NUMEDT01.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMPPA01: NO TRANARCH FOUND, STATUS = "
                   WS-ARC-STATUS ", NO LATE ACTIVITY REPORTED"
           ELSE
               MOVE "N" TO WS-ARC-EOF-SWITCH
               PERFORM 1290-READ-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   IF TAR-POSTED AND TAR-PRIOR-PERIOD
                       PERFORM 1210-APPLY-LATE-ENTRY
                   END-IF
                   PERFORM 1290-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1210-APPLY-LATE-ENTRY.
      *    A tagged entry dated after the latest period on PERDSNAP
      *    has no closed period to go to (a snapshot lost or never
      *    written) - counted for the summary, never dropped silently.
           ADD 1 TO WS-LATE-ENTRY-COUNT
           COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
           IF TAR-TYPE-REVERSAL
               COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
           END-IF
           MOVE TAR-TRAN-DATE TO WS-SEARCH-DATE
           PERFORM 3000-SEARCH-PERIOD-TABLE
           IF WS-INS > WS-PER-COUNT
               ADD 1 TO WS-NO-PERIOD-COUNT
               DISPLAY "NUMPPA01: NO CLOSED PERIOD FOR ACCT/SEQ "
                   TAR-ACCT-NO "/" TAR-SEQ-NO " DATED " TAR-TRAN-DATE
           ELSE
               MOVE WS-INS TO WS-PI
               ADD 1 TO WS-PER-LATE-COUNT (WS-PI)
               ADD WS-TRAN-UNITS TO WS-PER-LATE-UNITS (WS-PI)
               ADD WS-TRAN-UNITS TO WS-LATE-UNITS-TOTAL
               MOVE WS-PER-DATE (WS-PI) TO WS-LAT-SEARCH-PERIOD
               MOVE TAR-ACCT-NO         TO WS-LAT-SEARCH-ACCT
               PERFORM 3100-SEARCH-LATE-TABLE
               IF WS-AI = ZERO
                   IF WS-LAT-COUNT < WS-LAT-TABLE-MAX
                       PERFORM 3150-INSERT-LATE-ENTRY
                   ELSE
                       ADD 1 TO WS-UNTABLED-COUNT
                   END-IF
               END-IF
               IF WS-AI > ZERO
                   ADD 1 TO WS-LAT-COUNT-IN (WS-AI)
                   ADD WS-TRAN-UNITS TO WS-LAT-UNITS (WS-AI)
                   PERFORM 3200-ADD-DETAIL-ENTRY
               END-IF
           END-IF.

       1290-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       1300-LOAD-ACCOUNT-SNAPSHOTS.
      *    Second pass over PERDSNAP for the snapshot of each account
      *    the late activity touches - only those are tabled.
           IF WS-LAT-COUNT > ZERO
               OPEN INPUT PERIOD-FILE
               IF WS-PRD-STATUS NOT = "00"
                   DISPLAY "NUMPPA01: UNABLE TO REOPEN PERDSNAP, "
                       "STATUS = " WS-PRD-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-PRD-EOF-SWITCH
               PERFORM 1190-READ-PERIOD-FILE
               PERFORM UNTIL END-OF-PERIOD-FILE
                   IF NOT PRD-AGGREGATE-REC
                       MOVE PRD-PERIOD-DATE TO WS-LAT-SEARCH-PERIOD
                       MOVE PRD-ACCT-NO     TO WS-LAT-SEARCH-ACCT
                       PERFORM 3100-SEARCH-LATE-TABLE
                       IF WS-AI > ZERO
                           MOVE PRD-NUMBER-X
                               TO WS-LAT-SNAPSHOT (WS-AI)
                           MOVE "Y" TO WS-LAT-ON-SNAPSHOT (WS-AI)
                       END-IF
                   END-IF
                   PERFORM 1190-READ-PERIOD-FILE
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       2000-WRITE-ONE-PERIOD.
      *    The period line, then the period's accounts - the late
      *    table is in period order, so WS-LI only ever moves on.
           COMPUTE WS-RESTATED = WS-PER-SNAPSHOT (WS-PI)
               + WS-PER-LATE-UNITS (WS-PI)
           MOVE SPACES                     TO PPA-PERIOD-LINE
           MOVE "PERIOD"                   TO PPA-PER-TAG
           MOVE WS-PER-DATE (WS-PI)        TO PPA-PER-DATE
           MOVE WS-PER-SNAPSHOT (WS-PI)    TO PPA-PER-SNAPSHOT
           MOVE WS-PER-LATE-COUNT (WS-PI)  TO PPA-PER-LATE-COUNT
           MOVE WS-PER-LATE-UNITS (WS-PI)  TO PPA-PER-LATE-UNITS
           MOVE WS-RESTATED                TO PPA-PER-RESTATED
           IF WS-PER-LATE-COUNT (WS-PI) > ZERO
               MOVE "RESTATED"             TO PPA-PER-FLAG
               ADD 1 TO WS-RESTATED-PER-COUNT
           ELSE
               MOVE "UNCHANGED"            TO PPA-PER-FLAG
           END-IF
           WRITE PPA-PERIOD-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           PERFORM UNTIL WS-LI > WS-LAT-COUNT
                      OR WS-LAT-PERIOD (WS-LI) NOT = WS-PER-DATE (WS-PI)
               PERFORM 2100-WRITE-ONE-ACCOUNT
               ADD 1 TO WS-LI
           END-PERFORM.

       2100-WRITE-ONE-ACCOUNT.
           ADD 1 TO WS-RESTATED-ACCT-COUNT
           COMPUTE WS-RESTATED = WS-LAT-SNAPSHOT (WS-LI)
               + WS-LAT-UNITS (WS-LI)
           MOVE SPACES                     TO PPA-ACCOUNT-LINE
           MOVE WS-LAT-ACCT-NO (WS-LI)     TO PPA-ACCT-NO
           MOVE WS-LAT-SNAPSHOT (WS-LI)    TO PPA-ACCT-SNAPSHOT
           MOVE WS-LAT-COUNT-IN (WS-LI)    TO PPA-ACCT-LATE-COUNT
           MOVE WS-LAT-UNITS (WS-LI)       TO PPA-ACCT-LATE-UNITS
           MOVE WS-RESTATED                TO PPA-ACCT-RESTATED
           IF NOT LAT-ON-SNAPSHOT (WS-LI)
               MOVE "NOT ON SNAPSHOT"      TO PPA-ACCT-NOTE
           END-IF
           WRITE PPA-ACCOUNT-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE WS-LAT-FIRST-DTL (WS-LI) TO WS-DI
           PERFORM UNTIL WS-DI = ZERO
               MOVE SPACES                   TO PPA-DETAIL-LINE
               MOVE WS-DTL-TRAN-DATE (WS-DI) TO PPA-DTL-TRAN-DATE
               MOVE WS-DTL-SEQ-NO (WS-DI)    TO PPA-DTL-SEQ-NO
               MOVE WS-DTL-CODE (WS-DI)      TO PPA-DTL-CODE
               MOVE WS-DTL-POSTED-DATE (WS-DI)
                                             TO PPA-DTL-POSTED-DATE
               MOVE WS-DTL-CYCLE-NO (WS-DI)  TO PPA-DTL-CYCLE-NO
               MOVE WS-DTL-UNITS (WS-DI)     TO PPA-DTL-UNITS
               WRITE PPA-DETAIL-LINE
               PERFORM 8900-CHECK-REPORT-WRITE
               MOVE WS-DTL-NEXT (WS-DI) TO WS-DI
           END-PERFORM.

       3000-SEARCH-PERIOD-TABLE.
      *    Leaves in WS-INS the first period dated on or after
      *    WS-SEARCH-DATE - past the end of the table when there is
      *    none.
           MOVE 1 TO WS-LO
           MOVE WS-PER-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-PER-DATE (WS-MID) < WS-SEARCH-DATE
                   COMPUTE WS-LO = WS-MID + 1
               ELSE
                   COMPUTE WS-HI = WS-MID - 1
               END-IF
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       3100-SEARCH-LATE-TABLE.
           MOVE ZERO TO WS-AI
           MOVE 1 TO WS-LO
           MOVE WS-LAT-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-AI > ZERO
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-LAT-KEY (WS-MID) = WS-LAT-SEARCH-KEY
                   MOVE WS-MID TO WS-AI
               ELSE
                   IF WS-LAT-KEY (WS-MID) < WS-LAT-SEARCH-KEY
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       3150-INSERT-LATE-ENTRY.
           PERFORM VARYING WS-SI FROM WS-LAT-COUNT BY -1
                   UNTIL WS-SI < WS-INS
               MOVE WS-LAT-ENTRY (WS-SI) TO WS-LAT-ENTRY (WS-SI + 1)
           END-PERFORM
           ADD 1 TO WS-LAT-COUNT
           MOVE WS-INS             TO WS-AI
           MOVE WS-LAT-SEARCH-KEY  TO WS-LAT-KEY (WS-AI)
           MOVE ZERO               TO WS-LAT-SNAPSHOT (WS-AI)
           MOVE ZERO               TO WS-LAT-UNITS (WS-AI)
           MOVE ZERO               TO WS-LAT-COUNT-IN (WS-AI)
           MOVE "N"                TO WS-LAT-ON-SNAPSHOT (WS-AI)
           MOVE ZERO               TO WS-LAT-FIRST-DTL (WS-AI)
           MOVE ZERO               TO WS-LAT-LAST-DTL (WS-AI).

       3200-ADD-DETAIL-ENTRY.
      *    Chains the entry onto account WS-AI. A full detail table
      *    still counts the figure - only the itemized line is lost,
      *    and the summary says how many were.
           IF WS-DTL-COUNT < WS-DTL-TABLE-MAX
               ADD 1 TO WS-DTL-COUNT
               MOVE WS-DTL-COUNT TO WS-DI
               MOVE ZERO TO WS-DTL-NEXT (WS-DI)
               IF WS-LAT-LAST-DTL (WS-AI) = ZERO
                   MOVE WS-DI TO WS-LAT-FIRST-DTL (WS-AI)
               ELSE
                   MOVE WS-LAT-LAST-DTL (WS-AI) TO WS-SI
                   MOVE WS-DI TO WS-DTL-NEXT (WS-SI)
               END-IF
               MOVE WS-DI TO WS-LAT-LAST-DTL (WS-AI)
               MOVE TAR-TRAN-DATE      TO WS-DTL-TRAN-DATE (WS-DI)
               MOVE TAR-SEQ-NO         TO WS-DTL-SEQ-NO (WS-DI)
               EVALUATE TAR-TYPE-CODE
                   WHEN "R"
                       MOVE "REVR"     TO WS-DTL-CODE (WS-DI)
                   WHEN "A"
                       MOVE "ADJT"     TO WS-DTL-CODE (WS-DI)
                   WHEN OTHER
                       MOVE "ORIG"     TO WS-DTL-CODE (WS-DI)
               END-EVALUATE
               MOVE TAR-BUSINESS-DATE  TO WS-DTL-POSTED-DATE (WS-DI)
               MOVE TAR-CYCLE-NO       TO WS-DTL-CYCLE-NO (WS-DI)
               MOVE WS-TRAN-UNITS      TO WS-DTL-UNITS (WS-DI)
           ELSE
               ADD 1 TO WS-UNLISTED-COUNT
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES                   TO PPA-SUMMARY-LINE
           MOVE "CLOSED PERIODS ON PERDSNAP" TO PPA-SUM-LABEL
           MOVE WS-PER-COUNT             TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  RESTATED BY LATE ACTIVITY" TO PPA-SUM-LABEL
           MOVE WS-RESTATED-PER-COUNT    TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNT-PERIODS RESTATED" TO PPA-SUM-LABEL
           MOVE WS-RESTATED-ACCT-COUNT   TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "PRIOR-PERIOD ENTRIES POSTED" TO PPA-SUM-LABEL
           MOVE WS-LATE-ENTRY-COUNT      TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  NO CLOSED PERIOD ON PERDSNAP" TO PPA-SUM-LABEL
           MOVE WS-NO-PERIOD-COUNT       TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "PERIODS NOT TABLED (TABLE FULL)" TO PPA-SUM-LABEL
           MOVE WS-PER-OVERFLOW-COUNT    TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "FIGURES NOT TABLED (TABLE FULL)" TO PPA-SUM-LABEL
           MOVE WS-UNTABLED-COUNT        TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "LINES NOT ITEMIZED (TABLE FULL)" TO PPA-SUM-LABEL
           MOVE WS-UNLISTED-COUNT        TO PPA-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE.

       8100-WRITE-SUMMARY-LINE.
           WRITE PPA-SUMMARY-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES TO PPA-SUMMARY-LINE.

       8900-CHECK-REPORT-WRITE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMPPA01: WRITE TO PPARPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       9000-TERMINATE.
           CLOSE ADJUSTMENT-REPORT-FILE
           DISPLAY "NUMPPA01: CLOSED PERIODS        = " WS-PER-COUNT
           DISPLAY "NUMPPA01: PERIODS RESTATED      = "
               WS-RESTATED-PER-COUNT
           DISPLAY "NUMPPA01: PRIOR-PERIOD ENTRIES  = "
               WS-LATE-ENTRY-COUNT
           DISPLAY "NUMPPA01: LATE ACTIVITY (UNITS) = "
               WS-LATE-UNITS-TOTAL.
