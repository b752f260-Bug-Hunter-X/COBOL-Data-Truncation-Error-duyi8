       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMSTM01.
      *****************************************************************
      * NUMSTM01 - Month-end customer account statements.
      *
      * Run after the NUMCLS01 close. Until now a customer statement
      * was assembled by hand - the opening figure off PERDSNAP, the
      * activity off the NUMARQ01 inquiry and the name off NUMREF01.
      * This run produces one statement per account on ACCTREF for
      * the period just closed:
      *
      *   - the customer name and status off ACCTREF (CPY-REFREC)
      *   - the opening position - the account's PRD-NUMBER-X in the
      *     prior period's PERDSNAP snapshot (zero when the account
      *     was not on it, or this is the first period ever closed)
      *   - every posted TRANARCH entry (CPY-TARREC) whose business
      *     date falls after the prior close and on or before this
      *     one, labelled POSTED, REVERSAL or ADJUSTMENT and counted
      *     in whole units exactly as NUMACC01 posted it
      *   - the AUDFILE corrections for the period: the prior close's
      *     PCLS roll of the account to zero (dated the prior period
      *     date) counts in the position; a NUMMAINT correction is
      *     shown as a memo line only, since it posted as its own
      *     ADJUSTMENT entry on TRANARCH and would otherwise count
      *     twice. This close's own PCLS roll happened after the
      *     snapshot and is not part of the period.
      *   - the closing position - the account's PRD-NUMBER-X in
      *     this period's PERDSNAP snapshot
      *
      * A posted entry NUMACC01 tagged as a prior-period adjustment
      * (TAR-PRIOR-PERIOD - dated inside a month already closed, but
      * posted into this one) counts in this period's activity like
      * any other; its line says so and names the date it carried.
      * The reverse case is shown too: entries dated inside the
      * period stated that were posted after it closed are listed as
      * after-close lines, outside the position, and the statement
      * closes with the closing position restated for them - which
      * is how a statement reproduced for an earlier period shows
      * what changed after its close.
      *
      * A statement whose opening plus activity plus corrections does
      * not equal its closing position is flagged on the control page
      * printed at the end of STMTRPT (CPY-STMREC), with the
      * difference. The same statements go to STMTFILE (CPY-STFREC),
      * the fixed-width file the print/mail vendor takes, closed by a
      * trailer carrying the counts and a hash of the closings.
      *
      * Only the per-account figures are held in storage, one entry
      * per account for a book of up to 50000. The period's detail
      * lines - a month of activity for the whole book - are not:
      * they are sorted by account on SORTWK01 and each account's
      * lines are written as its group comes back from the sort, in
      * step with ACCTREF, archive entries first and then
      * corrections, each in the order it was read.
      *
      * The period stated is the last closed date on CLSCTL; a
      * statement run for an earlier closed period can be reproduced
      * by naming it:
      *
      *   NUMSTM01-PERIOD - period-end date CCYYMMDD, default the
      *                     CLSCTL last closed date (same
      *                     environment-variable style as the
      *                     NUMACC01 restart switch)
      *
      * The named period must have its aggregate record on PERDSNAP.
      * Every input is opened INPUT - the run can be repeated freely.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERDSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CLOSE-CONTROL-FILE ASSIGN TO "CLSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STF-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE.
           COPY CPY-REFREC.

       FD  PERIOD-FILE
           RECORDING MODE IS F.
           COPY CPY-PRDREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  AUDIT-FILE.
           COPY CPY-AUDREC.

       FD  CLOSE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CLSREC.

       FD  STATEMENT-REPORT-FILE.
           COPY CPY-STMREC.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
           COPY CPY-STFREC.

      *    One statement detail line on its way through the sort -
      *    SRT-ORDER is the release count, so an account's lines come
      *    back in the order they were read.
       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-ACCT-NO             PIC 9(9).
           05  SRT-ORDER               PIC 9(9).
           05  SRT-KIND                PIC X(1).
               88  SRT-ARCHIVE-ENTRY           VALUE "T".
               88  SRT-CORRECTION              VALUE "C".
               88  SRT-AFTER-CLOSE             VALUE "L".
           05  SRT-DATE                PIC 9(8).
           05  SRT-SEQ-NO              PIC 9(6).
           05  SRT-CODE                PIC X(4).
           05  SRT-AMOUNT              PIC S9(7)V99 COMP-3.
           05  SRT-UNITS               PIC S9(9)  COMP-3.
           05  SRT-OLD-VALUE           PIC S9(9)  COMP-3.
           05  SRT-NEW-VALUE           PIC S9(9)  COMP-3.
           05  SRT-IN-POSITION         PIC X(1).
               88  SRT-COUNTS-IN-POSITION      VALUE "Y".
           05  SRT-PERIOD-FLAG         PIC X(1).
               88  SRT-PRIOR-PERIOD            VALUE "P".
               88  SRT-POSTED-AFTER-CLOSE      VALUE "A".
           05  SRT-TRAN-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REF-STATUS           PIC XX VALUE SPACES.
           05  WS-PRD-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-AUD-STATUS           PIC XX VALUE SPACES.
           05  WS-CLS-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.
           05  WS-STF-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REF-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-REFERENCE            VALUE "Y".
           05  WS-PRD-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-PERIOD-FILE          VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".
           05  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-AUDIT-FILE           VALUE "Y".
           05  WS-SRT-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-DETAIL               VALUE "Y".
           05  WS-PERIOD-FOUND-SWITCH  PIC X VALUE "N".
               88  PERIOD-ON-SNAPSHOT          VALUE "Y".
           05  WS-TIE-SWITCH           PIC X VALUE "Y".
               88  STATEMENT-TIES              VALUE "Y".

      *    The period stated and the close before it - the activity
      *    window is after WS-PRIOR-DATE up to and including
      *    WS-PERIOD-DATE. A zero prior date means no earlier close
      *    is on PERDSNAP; the window is then all posted history.
       01  WS-PERIOD-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ENV-PERIOD               PIC X(8) VALUE SPACES.
       01  WS-ENV-PERIOD-9 REDEFINES WS-ENV-PERIOD
                                       PIC 9(8).

      *    Amounts are rounded to whole units per transaction exactly
      *    as NUMACC01 rounds them at posting time (the NUMARQ01
      *    rule), a reversal posting as a subtraction.
       01  WS-TRAN-UNITS               PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-EXPECTED-CLOSING         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-RESTATED-CLOSING         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SEARCH-ACCT              PIC 9(9) VALUE ZERO.

      *    Per-account statement figures, in ascending account order
      *    and searched by bisection (the NUMACC01 account-table
      *    pattern), sized for the whole book. The detail lines behind
      *    them go through the sort instead.
       01  WS-STA-TABLE-MAX            PIC 9(5) VALUE 50000.
       01  WS-STA-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-STA-TABLE.
           05  WS-STA-ENTRY OCCURS 50000 TIMES.
               10  WS-STA-ACCT-NO      PIC 9(9).
               10  WS-STA-OPENING      PIC S9(9)  COMP-3.
               10  WS-STA-CLOSING      PIC S9(9)  COMP-3.
               10  WS-STA-ACTIVITY     PIC S9(11) COMP-3.
               10  WS-STA-CORRECTIONS  PIC S9(11) COMP-3.
               10  WS-STA-PRIOR-UNITS  PIC S9(11) COMP-3.
               10  WS-STA-PRIOR-COUNT  PIC 9(5).
               10  WS-STA-LATE-UNITS   PIC S9(11) COMP-3.
               10  WS-STA-LATE-COUNT   PIC 9(5).
               10  WS-STA-STATED       PIC X(1).
                   88  STA-STATED              VALUE "Y".

       01  WS-RELEASE-COUNT            PIC 9(9) VALUE ZERO.

      *    Statements that do not tie, held for the control page.
       01  WS-OOT-TABLE-MAX            PIC 9(4) VALUE 5000.
       01  WS-OOT-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-OOT-TABLE.
           05  WS-OOT-ENTRY OCCURS 5000 TIMES.
               10  WS-OOT-ACCT-NO      PIC 9(9).
               10  WS-OOT-OPENING      PIC S9(9)  COMP-3.
               10  WS-OOT-ACTIVITY     PIC S9(11) COMP-3.
               10  WS-OOT-CORRECTIONS  PIC S9(11) COMP-3.
               10  WS-OOT-CLOSING      PIC S9(9)  COMP-3.
               10  WS-OOT-DIFFERENCE   PIC S9(11) COMP-3.

       01  WS-AI                       PIC 9(5) VALUE ZERO.
       01  WS-SI                       PIC 9(5) VALUE ZERO.
       01  WS-LO                       PIC 9(5) VALUE ZERO.
       01  WS-HI                       PIC 9(5) VALUE ZERO.
       01  WS-MID                      PIC 9(5) VALUE ZERO.
       01  WS-INS                      PIC 9(5) VALUE ZERO.

      *    Trailer hash of the closing positions - the NUMIF01 rule,
      *    high-order digits beyond nine dropped.
       01  WS-HASH-TOTAL               PIC S9(9)  COMP-3 VALUE ZERO.
       01  WS-HASH-WORK                PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-HASH-QUOT                PIC 9(2)   COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STMT-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-TIE-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NO-TIE-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ARC-IN-PERIOD-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-PRIOR-PERIOD-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AFTER-CLOSE-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ROLL-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-MEMO-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NOT-ON-REF-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNTABLED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-STF-RECORD-COUNT     PIC 9(9) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO SRT-ORDER
               INPUT PROCEDURE IS 1600-RELEASE-DETAIL
               OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENTS
           IF SORT-RETURN NOT = ZERO
               DISPLAY "NUMSTM01: STATEMENT DETAIL SORT FAILED, "
                   "SORT-RETURN = " SORT-RETURN " - STATEMENTS "
                   "INCOMPLETE"
           END-IF
           PERFORM 8000-WRITE-CONTROL-PAGE
           PERFORM 8500-WRITE-FILE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-DETERMINE-PERIOD
           PERFORM 1200-FIND-PRIOR-PERIOD
           PERFORM 1300-LOAD-SNAPSHOTS

           OPEN INPUT REFERENCE-FILE
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "NUMSTM01: UNABLE TO OPEN ACCTREF, STATUS = "
                   WS-REF-STATUS " - NO STATEMENTS PRODUCED"
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMSTM01: UNABLE TO OPEN STMTRPT, STATUS = "
                   WS-RPT-STATUS
               CLOSE REFERENCE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STF-STATUS NOT = "00"
               DISPLAY "NUMSTM01: UNABLE TO OPEN STMTFILE, STATUS = "
                   WS-STF-STATUS
               CLOSE REFERENCE-FILE
               CLOSE STATEMENT-REPORT-FILE
               STOP RUN
           END-IF

           DISPLAY "NUMSTM01: STATEMENTS FOR PERIOD " WS-PERIOD-DATE
               " (PRIOR CLOSE " WS-PRIOR-DATE ")".

       1100-DETERMINE-PERIOD.
      *    A named period wins; otherwise the last period closed.
      *    With neither there is nothing to state.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "NUMSTM01-PERIOD"
           IF WS-ENV-PERIOD NUMERIC
              AND WS-ENV-PERIOD-9 > ZERO
               MOVE WS-ENV-PERIOD-9 TO WS-PERIOD-DATE
           ELSE
               OPEN INPUT CLOSE-CONTROL-FILE
               IF WS-CLS-STATUS NOT = "00"
                   DISPLAY "NUMSTM01: NO CLSCTL FOUND, STATUS = "
                       WS-CLS-STATUS " - NO PERIOD HAS BEEN CLOSED"
                   STOP RUN
               END-IF
               READ CLOSE-CONTROL-FILE
                   AT END
                       DISPLAY "NUMSTM01: CLSCTL IS EMPTY - NO "
                           "PERIOD HAS BEEN CLOSED"
                       CLOSE CLOSE-CONTROL-FILE
                       STOP RUN
                   NOT AT END
                       MOVE CLS-LAST-CLOSED-DATE TO WS-PERIOD-DATE
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

       1200-FIND-PRIOR-PERIOD.
      *    First pass over PERDSNAP, aggregate records only: proves
      *    the period was closed and finds the latest close before
      *    it, whose snapshot is every account's opening position.
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "NUMSTM01: UNABLE TO OPEN PERDSNAP, STATUS = "
                   WS-PRD-STATUS " - NO STATEMENTS PRODUCED"
               STOP RUN
           END-IF
           MOVE "N" TO WS-PRD-EOF-SWITCH
           PERFORM 1290-READ-PERIOD-FILE
           PERFORM UNTIL END-OF-PERIOD-FILE
               IF PRD-AGGREGATE-REC
                   IF PRD-PERIOD-DATE = WS-PERIOD-DATE
                       MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
                   END-IF
                   IF PRD-PERIOD-DATE < WS-PERIOD-DATE
                      AND PRD-PERIOD-DATE > WS-PRIOR-DATE
                       MOVE PRD-PERIOD-DATE TO WS-PRIOR-DATE
                   END-IF
               END-IF
               PERFORM 1290-READ-PERIOD-FILE
           END-PERFORM
           CLOSE PERIOD-FILE
           IF NOT PERIOD-ON-SNAPSHOT
               DISPLAY "NUMSTM01: PERIOD " WS-PERIOD-DATE
                   " IS NOT ON PERDSNAP - NO STATEMENTS PRODUCED"
               STOP RUN
           END-IF.

       1290-READ-PERIOD-FILE.
           READ PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-PRD-EOF-SWITCH
           END-READ.

       1300-LOAD-SNAPSHOTS.
      *    Second pass: the prior snapshot gives the openings, this
      *    period's the closings. A close that was re-driven appended
      *    its snapshot twice; the later record simply re-applies.
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "NUMSTM01: UNABLE TO REOPEN PERDSNAP, STATUS = "
                   WS-PRD-STATUS " - NO STATEMENTS PRODUCED"
               STOP RUN
           END-IF
           MOVE "N" TO WS-PRD-EOF-SWITCH
           PERFORM 1290-READ-PERIOD-FILE
           PERFORM UNTIL END-OF-PERIOD-FILE
               IF NOT PRD-AGGREGATE-REC
                  AND (PRD-PERIOD-DATE = WS-PERIOD-DATE
                   OR (PRD-PERIOD-DATE = WS-PRIOR-DATE
                       AND WS-PRIOR-DATE > ZERO))
                   MOVE PRD-ACCT-NO TO WS-SEARCH-ACCT
                   PERFORM 3000-FIND-ACCOUNT-ENTRY
                   IF WS-AI > ZERO
                       IF PRD-PERIOD-DATE = WS-PERIOD-DATE
                           MOVE PRD-NUMBER-X TO WS-STA-CLOSING (WS-AI)
                       ELSE
                           MOVE PRD-NUMBER-X TO WS-STA-OPENING (WS-AI)
                       END-IF
                   END-IF
               END-IF
               PERFORM 1290-READ-PERIOD-FILE
           END-PERFORM
           CLOSE PERIOD-FILE.

       1400-LOAD-ARCHIVE.
      *    The period's posted activity, counted into each account's
      *    figures and released to the sort line by line. With no
      *    TRANARCH on file the statements carry positions only -
      *    skipped loudly, the same as a missing ACCTREF is in
      *    NUMEDT01. A prior-period entry posted after this period
      *    closed, but dated inside it, belongs to this period's
      *    restatement instead.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMSTM01: NO TRANARCH FOUND, STATUS = "
                   WS-ARC-STATUS ", STATEMENTS CARRY NO ACTIVITY"
           ELSE
               MOVE "N" TO WS-ARC-EOF-SWITCH
               PERFORM 1490-READ-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   IF TAR-POSTED
                      AND TAR-BUSINESS-DATE > WS-PRIOR-DATE
                      AND TAR-BUSINESS-DATE <= WS-PERIOD-DATE
                       PERFORM 1410-APPLY-ARCHIVE-ENTRY
                   END-IF
                   IF TAR-POSTED
                      AND TAR-PRIOR-PERIOD
                      AND TAR-BUSINESS-DATE > WS-PERIOD-DATE
                      AND TAR-TRAN-DATE > WS-PRIOR-DATE
                      AND TAR-TRAN-DATE <= WS-PERIOD-DATE
                       PERFORM 1420-APPLY-AFTER-CLOSE-ENTRY
                   END-IF
                   PERFORM 1490-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1410-APPLY-ARCHIVE-ENTRY.
           ADD 1 TO WS-ARC-IN-PERIOD-COUNT
           COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
           IF TAR-TYPE-REVERSAL
               COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
           END-IF
           MOVE TAR-ACCT-NO TO WS-SEARCH-ACCT
           PERFORM 3000-FIND-ACCOUNT-ENTRY
           IF WS-AI > ZERO
               ADD WS-TRAN-UNITS TO WS-STA-ACTIVITY (WS-AI)
               IF TAR-PRIOR-PERIOD
                   ADD 1 TO WS-PRIOR-PERIOD-COUNT
                   ADD 1 TO WS-STA-PRIOR-COUNT (WS-AI)
                   ADD WS-TRAN-UNITS TO WS-STA-PRIOR-UNITS (WS-AI)
               END-IF
               PERFORM 1430-SET-ARCHIVE-DETAIL
               MOVE "T"                TO SRT-KIND
               PERFORM 3200-RELEASE-DETAIL
           END-IF.

       1420-APPLY-AFTER-CLOSE-ENTRY.
      *    Outside the position - the closing snapshot was struck
      *    before this entry posted - but part of the restated close.
           ADD 1 TO WS-AFTER-CLOSE-COUNT
           COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
           IF TAR-TYPE-REVERSAL
               COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
           END-IF
           MOVE TAR-ACCT-NO TO WS-SEARCH-ACCT
           PERFORM 3000-FIND-ACCOUNT-ENTRY
           IF WS-AI > ZERO
               ADD 1 TO WS-STA-LATE-COUNT (WS-AI)
               ADD WS-TRAN-UNITS TO WS-STA-LATE-UNITS (WS-AI)
               PERFORM 1430-SET-ARCHIVE-DETAIL
               MOVE "L"                TO SRT-KIND
               MOVE "N"                TO SRT-IN-POSITION
               MOVE "A"                TO SRT-PERIOD-FLAG
               PERFORM 3200-RELEASE-DETAIL
           END-IF.

       1430-SET-ARCHIVE-DETAIL.
           MOVE TAR-ACCT-NO        TO SRT-ACCT-NO
           MOVE TAR-BUSINESS-DATE  TO SRT-DATE
           MOVE TAR-SEQ-NO         TO SRT-SEQ-NO
           EVALUATE TAR-TYPE-CODE
               WHEN "R"
                   MOVE "REVR"     TO SRT-CODE
               WHEN "A"
                   MOVE "ADJT"     TO SRT-CODE
               WHEN OTHER
                   MOVE "ORIG"     TO SRT-CODE
           END-EVALUATE
           MOVE TAR-AMOUNT         TO SRT-AMOUNT
           MOVE WS-TRAN-UNITS      TO SRT-UNITS
           MOVE ZERO               TO SRT-OLD-VALUE
           MOVE ZERO               TO SRT-NEW-VALUE
           MOVE "Y"                TO SRT-IN-POSITION
           IF TAR-PRIOR-PERIOD
               MOVE "P"                TO SRT-PERIOD-FLAG
               MOVE TAR-TRAN-DATE      TO SRT-TRAN-DATE
           ELSE
               MOVE SPACE              TO SRT-PERIOD-FLAG
               MOVE ZERO               TO SRT-TRAN-DATE
           END-IF.

       1490-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       1500-LOAD-CORRECTIONS.
      *    The prior close's PCLS roll counts in the position; any
      *    other correction inside the window is a memo line. PCLS
      *    lines of any other date belong to some other period.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMSTM01: NO AUDFILE FOUND, STATUS = "
                   WS-AUD-STATUS ", STATEMENTS CARRY NO CORRECTIONS"
           ELSE
               MOVE "N" TO WS-AUD-EOF-SWITCH
               PERFORM 1590-READ-AUDIT-FILE
               PERFORM UNTIL END-OF-AUDIT-FILE
                   IF AUD-REASON-CODE = "PCLS"
                       IF WS-PRIOR-DATE > ZERO
                          AND AUD-CORRECTION-DATE = WS-PRIOR-DATE
                           PERFORM 1510-APPLY-CORRECTION
                       END-IF
                   ELSE
                       IF AUD-CORRECTION-DATE > WS-PRIOR-DATE
                          AND AUD-CORRECTION-DATE <= WS-PERIOD-DATE
                           PERFORM 1510-APPLY-CORRECTION
                       END-IF
                   END-IF
                   PERFORM 1590-READ-AUDIT-FILE
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       1510-APPLY-CORRECTION.
           COMPUTE WS-TRAN-UNITS = AUD-NEW-VALUE - AUD-OLD-VALUE
           MOVE AUD-REC-KEY TO WS-SEARCH-ACCT
           PERFORM 3000-FIND-ACCOUNT-ENTRY
           IF WS-AI > ZERO
               IF AUD-REASON-CODE = "PCLS"
                   ADD 1 TO WS-ROLL-COUNT
                   ADD WS-TRAN-UNITS TO WS-STA-CORRECTIONS (WS-AI)
               ELSE
                   ADD 1 TO WS-MEMO-COUNT
               END-IF
               MOVE AUD-REC-KEY         TO SRT-ACCT-NO
               MOVE "C"                 TO SRT-KIND
               MOVE AUD-CORRECTION-DATE TO SRT-DATE
               MOVE ZERO                TO SRT-SEQ-NO
               MOVE AUD-REASON-CODE     TO SRT-CODE
               MOVE ZERO                TO SRT-AMOUNT
               MOVE WS-TRAN-UNITS       TO SRT-UNITS
               MOVE AUD-OLD-VALUE       TO SRT-OLD-VALUE
               MOVE AUD-NEW-VALUE       TO SRT-NEW-VALUE
               MOVE SPACE               TO SRT-PERIOD-FLAG
               MOVE ZERO                TO SRT-TRAN-DATE
               IF AUD-REASON-CODE = "PCLS"
                   MOVE "Y"             TO SRT-IN-POSITION
               ELSE
                   MOVE "N"             TO SRT-IN-POSITION
               END-IF
               PERFORM 3200-RELEASE-DETAIL
           END-IF.

       1590-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF-SWITCH
           END-READ.

       1600-RELEASE-DETAIL.
      *    Sort input: archive entries, then corrections.
           PERFORM 1400-LOAD-ARCHIVE
           PERFORM 1500-LOAD-CORRECTIONS.

       2000-PRODUCE-STATEMENTS.
      *    Sort output: one statement per ACCTREF account, in account
      *    order, its detail lines taken from the sorted stream as it
      *    is reached.
           MOVE "N" TO WS-SRT-EOF-SWITCH
           PERFORM 2950-RETURN-DETAIL
           PERFORM 2900-READ-REFERENCE
           PERFORM 2050-PRODUCE-ONE-STATEMENT UNTIL END-OF-REFERENCE.

       2050-PRODUCE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE REF-ACCT-NO TO WS-SEARCH-ACCT
           PERFORM 3100-SEARCH-ACCOUNT-TABLE
           IF WS-AI > ZERO
               MOVE "Y" TO WS-STA-STATED (WS-AI)
           END-IF

           PERFORM 2100-WRITE-STATEMENT-HEADER
      *    Lines for an account with no ACCTREF entry sort ahead of
      *    the next one that has and are passed over - the control
      *    page counts those accounts.
           PERFORM 2950-RETURN-DETAIL
               UNTIL END-OF-DETAIL
                  OR SRT-ACCT-NO NOT < REF-ACCT-NO
           PERFORM 2200-WRITE-DETAIL-LINE
               UNTIL END-OF-DETAIL
                  OR SRT-ACCT-NO NOT = REF-ACCT-NO
           PERFORM 2300-WRITE-STATEMENT-CLOSING
           PERFORM 2900-READ-REFERENCE.

       2100-WRITE-STATEMENT-HEADER.
           MOVE SPACES                 TO STM-HEAD-LINE
           MOVE "ACCOUNT"              TO STM-HD-TAG
           MOVE REF-ACCT-NO            TO STM-HD-ACCT-NO
           MOVE REF-CUSTOMER-NAME      TO STM-HD-NAME
           EVALUATE TRUE
               WHEN REF-ACCOUNT-OPEN
                   MOVE "OPEN"         TO STM-HD-STATUS
               WHEN REF-ACCOUNT-CLOSED
                   MOVE "CLOSED"       TO STM-HD-STATUS
               WHEN REF-ACCOUNT-FROZEN
                   MOVE "FROZEN"       TO STM-HD-STATUS
               WHEN OTHER
                   MOVE REF-STATUS-CODE TO STM-HD-STATUS
           END-EVALUATE
           MOVE WS-PRIOR-DATE          TO STM-HD-FROM-DATE
           MOVE WS-PERIOD-DATE         TO STM-HD-TO-DATE
           WRITE STM-HEAD-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE SPACES                 TO STM-POSITION-LINE
           MOVE "  OPENING POSITION (PRIOR CLOSE)" TO STM-POS-LABEL
           IF WS-AI > ZERO
               MOVE WS-STA-OPENING (WS-AI) TO STM-POS-VALUE
           ELSE
               MOVE ZERO               TO STM-POS-VALUE
           END-IF
           WRITE STM-POSITION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE SPACES                 TO STF-HEADER-RECORD
           MOVE "H"                    TO STF-REC-TYPE
           MOVE REF-ACCT-NO            TO STF-ACCT-NO
           MOVE REF-CUSTOMER-NAME      TO STF-HDR-NAME
           MOVE REF-STATUS-CODE        TO STF-HDR-STATUS
           MOVE WS-PRIOR-DATE          TO STF-HDR-FROM-DATE
           MOVE WS-PERIOD-DATE         TO STF-HDR-TO-DATE
           IF WS-AI > ZERO
               MOVE WS-STA-OPENING (WS-AI) TO STF-HDR-OPENING
           ELSE
               MOVE ZERO               TO STF-HDR-OPENING
           END-IF
           WRITE STF-HEADER-RECORD
           PERFORM 8950-CHECK-FILE-WRITE.

       2200-WRITE-DETAIL-LINE.
           MOVE SPACES                 TO STM-DETAIL-LINE
           IF SRT-ARCHIVE-ENTRY OR SRT-AFTER-CLOSE
               EVALUATE TRUE
                   WHEN SRT-AFTER-CLOSE
                       MOVE "  AFTER-CLOSE ADJ" TO STM-DT-LABEL
                   WHEN SRT-PRIOR-PERIOD
                       MOVE "  PRIOR-PERIOD ADJ" TO STM-DT-LABEL
                   WHEN SRT-CODE = "REVR"
                       MOVE "  REVERSAL"   TO STM-DT-LABEL
                   WHEN SRT-CODE = "ADJT"
                       MOVE "  ADJUSTMENT" TO STM-DT-LABEL
                   WHEN OTHER
                       MOVE "  POSTED"     TO STM-DT-LABEL
               END-EVALUATE
               MOVE SRT-SEQ-NO             TO STM-DT-REF
               MOVE SRT-AMOUNT             TO STM-DT-AMOUNT
               IF SRT-TRAN-DATE > ZERO
                   MOVE SRT-TRAN-DATE      TO STM-DT-DATED
               END-IF
           ELSE
               IF SRT-COUNTS-IN-POSITION
                   MOVE "  PERIOD-CLOSE ROLL" TO STM-DT-LABEL
               ELSE
                   MOVE "  CORRECTION MEMO"   TO STM-DT-LABEL
               END-IF
               MOVE SRT-CODE               TO STM-DT-REF
               MOVE SRT-OLD-VALUE          TO STM-DT-OLD-VALUE
               MOVE SRT-NEW-VALUE          TO STM-DT-NEW-VALUE
           END-IF
           MOVE SRT-DATE               TO STM-DT-DATE
           MOVE SRT-UNITS              TO STM-DT-UNITS
           WRITE STM-DETAIL-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE SPACES                 TO STF-DETAIL-RECORD
           MOVE "D"                    TO STF-DTL-REC-TYPE
           MOVE REF-ACCT-NO            TO STF-DTL-ACCT-NO
           MOVE SRT-DATE               TO STF-DTL-DATE
           MOVE SRT-SEQ-NO             TO STF-DTL-SEQ-NO
           MOVE SRT-CODE               TO STF-DTL-CODE
           MOVE SRT-AMOUNT             TO STF-DTL-AMOUNT
           MOVE SRT-UNITS              TO STF-DTL-UNITS
           MOVE SRT-OLD-VALUE          TO STF-DTL-OLD-VALUE
           MOVE SRT-NEW-VALUE          TO STF-DTL-NEW-VALUE
           MOVE SRT-IN-POSITION        TO STF-DTL-IN-POSITION
           MOVE SRT-PERIOD-FLAG        TO STF-DTL-PERIOD-FLAG
           MOVE SRT-TRAN-DATE          TO STF-DTL-TRAN-DATE
           WRITE STF-DETAIL-RECORD
           PERFORM 8950-CHECK-FILE-WRITE
           PERFORM 2950-RETURN-DETAIL.

       2300-WRITE-STATEMENT-CLOSING.
      *    The tie: opening plus posted activity plus the corrections
      *    that count in the position must reproduce the closing
      *    snapshot. An account on no snapshot and with no activity
      *    ties at zero.
           MOVE "Y" TO WS-TIE-SWITCH
           IF WS-AI > ZERO
               COMPUTE WS-EXPECTED-CLOSING = WS-STA-OPENING (WS-AI)
                   + WS-STA-ACTIVITY (WS-AI)
                   + WS-STA-CORRECTIONS (WS-AI)
               COMPUTE WS-DIFFERENCE = WS-STA-CLOSING (WS-AI)
                   - WS-EXPECTED-CLOSING
               IF WS-DIFFERENCE NOT = ZERO
                   MOVE "N" TO WS-TIE-SWITCH
               END-IF
           END-IF

           MOVE SPACES                 TO STM-POSITION-LINE
           MOVE "  POSTED ACTIVITY"    TO STM-POS-LABEL
           IF WS-AI > ZERO
               MOVE WS-STA-ACTIVITY (WS-AI) TO STM-POS-VALUE
           ELSE
               MOVE ZERO               TO STM-POS-VALUE
           END-IF
           WRITE STM-POSITION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           IF WS-AI > ZERO
               IF WS-STA-PRIOR-COUNT (WS-AI) > ZERO
                   MOVE SPACES         TO STM-POSITION-LINE
                   MOVE "    OF WHICH PRIOR-PERIOD ADJ"
                                       TO STM-POS-LABEL
                   MOVE WS-STA-PRIOR-UNITS (WS-AI) TO STM-POS-VALUE
                   WRITE STM-POSITION-LINE
                   PERFORM 8900-CHECK-REPORT-WRITE
               END-IF
           END-IF

           MOVE SPACES                 TO STM-POSITION-LINE
           MOVE "  CORRECTIONS IN POSITION" TO STM-POS-LABEL
           IF WS-AI > ZERO
               MOVE WS-STA-CORRECTIONS (WS-AI) TO STM-POS-VALUE
           ELSE
               MOVE ZERO               TO STM-POS-VALUE
           END-IF
           WRITE STM-POSITION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE SPACES                 TO STM-POSITION-LINE
           MOVE "  CLOSING POSITION (PERDSNAP)" TO STM-POS-LABEL
           IF WS-AI > ZERO
               MOVE WS-STA-CLOSING (WS-AI) TO STM-POS-VALUE
           ELSE
               MOVE ZERO               TO STM-POS-VALUE
           END-IF
           IF STATEMENT-TIES
               MOVE "TIES"             TO STM-POS-FLAG
           ELSE
               MOVE "NO TIE"           TO STM-POS-FLAG
           END-IF
           WRITE STM-POSITION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

      *    What changed after the close: entries dated inside the
      *    period that posted once it had closed, and the closing
      *    position they restate it to.
           IF WS-AI > ZERO
               IF WS-STA-LATE-COUNT (WS-AI) > ZERO
                   MOVE SPACES         TO STM-POSITION-LINE
                   MOVE "  ADJUSTED AFTER CLOSE" TO STM-POS-LABEL
                   MOVE WS-STA-LATE-UNITS (WS-AI) TO STM-POS-VALUE
                   WRITE STM-POSITION-LINE
                   PERFORM 8900-CHECK-REPORT-WRITE
                   COMPUTE WS-RESTATED-CLOSING =
                       WS-STA-CLOSING (WS-AI)
                       + WS-STA-LATE-UNITS (WS-AI)
                   MOVE SPACES         TO STM-POSITION-LINE
                   MOVE "  RESTATED CLOSING POSITION" TO STM-POS-LABEL
                   MOVE WS-RESTATED-CLOSING TO STM-POS-VALUE
                   MOVE "RESTATED"     TO STM-POS-FLAG
                   WRITE STM-POSITION-LINE
                   PERFORM 8900-CHECK-REPORT-WRITE
               END-IF
           END-IF

           MOVE SPACES                 TO STF-CLOSING-RECORD
           MOVE "C"                    TO STF-CLS-REC-TYPE
           MOVE REF-ACCT-NO            TO STF-CLS-ACCT-NO
           IF WS-AI > ZERO
               MOVE WS-STA-ACTIVITY (WS-AI)    TO STF-CLS-ACTIVITY
               MOVE WS-STA-CORRECTIONS (WS-AI) TO STF-CLS-CORRECTIONS
               MOVE WS-STA-CLOSING (WS-AI)     TO STF-CLS-CLOSING
               MOVE WS-STA-LATE-UNITS (WS-AI)  TO STF-CLS-AFTER-CLOSE
               ADD WS-STA-CLOSING (WS-AI) TO WS-HASH-WORK
               DIVIDE WS-HASH-WORK BY 1000000000
                   GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
               MOVE WS-HASH-TOTAL TO WS-HASH-WORK
           ELSE
               MOVE ZERO               TO STF-CLS-ACTIVITY
               MOVE ZERO               TO STF-CLS-CORRECTIONS
               MOVE ZERO               TO STF-CLS-CLOSING
               MOVE ZERO               TO STF-CLS-AFTER-CLOSE
           END-IF
           IF STATEMENT-TIES
               MOVE "T"                TO STF-CLS-TIE-FLAG
               ADD 1 TO WS-TIE-COUNT
           ELSE
               MOVE "X"                TO STF-CLS-TIE-FLAG
               ADD 1 TO WS-NO-TIE-COUNT
               PERFORM 2400-HOLD-OUT-OF-TIE
           END-IF
           WRITE STF-CLOSING-RECORD
           PERFORM 8950-CHECK-FILE-WRITE.

       2400-HOLD-OUT-OF-TIE.
           IF WS-OOT-COUNT < WS-OOT-TABLE-MAX
               ADD 1 TO WS-OOT-COUNT
               MOVE REF-ACCT-NO TO WS-OOT-ACCT-NO (WS-OOT-COUNT)
               MOVE WS-STA-OPENING (WS-AI)
                   TO WS-OOT-OPENING (WS-OOT-COUNT)
               MOVE WS-STA-ACTIVITY (WS-AI)
                   TO WS-OOT-ACTIVITY (WS-OOT-COUNT)
               MOVE WS-STA-CORRECTIONS (WS-AI)
                   TO WS-OOT-CORRECTIONS (WS-OOT-COUNT)
               MOVE WS-STA-CLOSING (WS-AI)
                   TO WS-OOT-CLOSING (WS-OOT-COUNT)
               MOVE WS-DIFFERENCE TO WS-OOT-DIFFERENCE (WS-OOT-COUNT)
           ELSE
               DISPLAY "NUMSTM01: CONTROL PAGE TABLE FULL - ACCOUNT "
                   REF-ACCT-NO " DOES NOT TIE"
           END-IF.

       2900-READ-REFERENCE.
           READ REFERENCE-FILE
               AT END
                   MOVE "Y" TO WS-REF-EOF-SWITCH
           END-READ.

       2950-RETURN-DETAIL.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SRT-EOF-SWITCH
           END-RETURN.

       3000-FIND-ACCOUNT-ENTRY.
      *    Locates (or creates) the table entry for WS-SEARCH-ACCT,
      *    leaving its slot in WS-AI - zero means the table is full;
      *    the figure is then left off and counted for the control
      *    page, never silently dropped.
           PERFORM 3100-SEARCH-ACCOUNT-TABLE
           IF WS-AI = ZERO
               IF WS-STA-COUNT < WS-STA-TABLE-MAX
                   PERFORM 3150-INSERT-ACCOUNT-ENTRY
               ELSE
                   ADD 1 TO WS-UNTABLED-COUNT
               END-IF
           END-IF.

       3100-SEARCH-ACCOUNT-TABLE.
           MOVE ZERO TO WS-AI
           MOVE 1 TO WS-LO
           MOVE WS-STA-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-AI > ZERO
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-STA-ACCT-NO (WS-MID) = WS-SEARCH-ACCT
                   MOVE WS-MID TO WS-AI
               ELSE
                   IF WS-STA-ACCT-NO (WS-MID) < WS-SEARCH-ACCT
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       3150-INSERT-ACCOUNT-ENTRY.
           PERFORM VARYING WS-SI FROM WS-STA-COUNT BY -1
                   UNTIL WS-SI < WS-INS
               MOVE WS-STA-ENTRY (WS-SI) TO WS-STA-ENTRY (WS-SI + 1)
           END-PERFORM
           ADD 1 TO WS-STA-COUNT
           MOVE WS-INS         TO WS-AI
           MOVE WS-SEARCH-ACCT TO WS-STA-ACCT-NO (WS-AI)
           MOVE ZERO           TO WS-STA-OPENING (WS-AI)
           MOVE ZERO           TO WS-STA-CLOSING (WS-AI)
           MOVE ZERO           TO WS-STA-ACTIVITY (WS-AI)
           MOVE ZERO           TO WS-STA-CORRECTIONS (WS-AI)
           MOVE ZERO           TO WS-STA-PRIOR-UNITS (WS-AI)
           MOVE ZERO           TO WS-STA-PRIOR-COUNT (WS-AI)
           MOVE ZERO           TO WS-STA-LATE-UNITS (WS-AI)
           MOVE ZERO           TO WS-STA-LATE-COUNT (WS-AI)
           MOVE "N"            TO WS-STA-STATED (WS-AI).

       3200-RELEASE-DETAIL.
      *    SRT-RECORD is built by the caller; the release count keeps
      *    each account's lines in the order they were read.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE WS-RELEASE-COUNT TO SRT-ORDER
           RELEASE SRT-RECORD.

       8000-WRITE-CONTROL-PAGE.
           MOVE SPACES                 TO STM-HEAD-LINE
           MOVE "CONTROL"              TO STM-HD-TAG
           MOVE ZERO                   TO STM-HD-ACCT-NO
           MOVE "STATEMENTS NOT IN TIE"  TO STM-HD-NAME
           MOVE WS-PRIOR-DATE          TO STM-HD-FROM-DATE
           MOVE WS-PERIOD-DATE         TO STM-HD-TO-DATE
           WRITE STM-HEAD-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-OOT-COUNT
               MOVE SPACES                      TO STM-CONTROL-LINE
               MOVE WS-OOT-ACCT-NO (WS-SI)      TO STM-CTL-ACCT-NO
               MOVE WS-OOT-OPENING (WS-SI)      TO STM-CTL-OPENING
               MOVE WS-OOT-ACTIVITY (WS-SI)     TO STM-CTL-ACTIVITY
               MOVE WS-OOT-CORRECTIONS (WS-SI)  TO STM-CTL-CORRECTIONS
               MOVE WS-OOT-CLOSING (WS-SI)      TO STM-CTL-CLOSING
               MOVE WS-OOT-DIFFERENCE (WS-SI)   TO STM-CTL-DIFFERENCE
               WRITE STM-CONTROL-LINE
               PERFORM 8900-CHECK-REPORT-WRITE
           END-PERFORM

      *    Figures on PERDSNAP or TRANARCH for an account with no
      *    ACCTREF entry had no statement to go on.
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-STA-COUNT
               IF NOT STA-STATED (WS-SI)
                   ADD 1 TO WS-NOT-ON-REF-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES                   TO STM-SUMMARY-LINE
           MOVE "STATEMENTS PRODUCED"    TO STM-SUM-LABEL
           MOVE WS-STMT-COUNT            TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  IN TIE"               TO STM-SUM-LABEL
           MOVE WS-TIE-COUNT             TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  NOT IN TIE"           TO STM-SUM-LABEL
           MOVE WS-NO-TIE-COUNT          TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "POSTED ENTRIES IN PERIOD" TO STM-SUM-LABEL
           MOVE WS-ARC-IN-PERIOD-COUNT   TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  OF WHICH PRIOR-PERIOD ADJ" TO STM-SUM-LABEL
           MOVE WS-PRIOR-PERIOD-COUNT    TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ENTRIES POSTED AFTER CLOSE" TO STM-SUM-LABEL
           MOVE WS-AFTER-CLOSE-COUNT     TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "PERIOD-CLOSE ROLL LINES" TO STM-SUM-LABEL
           MOVE WS-ROLL-COUNT            TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "CORRECTION MEMO LINES"  TO STM-SUM-LABEL
           MOVE WS-MEMO-COUNT            TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS NOT ON ACCTREF" TO STM-SUM-LABEL
           MOVE WS-NOT-ON-REF-COUNT      TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "FIGURES NOT TABLED (TABLE FULL)" TO STM-SUM-LABEL
           MOVE WS-UNTABLED-COUNT        TO STM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE.

       8100-WRITE-SUMMARY-LINE.
           WRITE STM-SUMMARY-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES TO STM-SUMMARY-LINE.

       8500-WRITE-FILE-TRAILER.
           MOVE SPACES                 TO STF-TRAILER-RECORD
           MOVE "T"                    TO STF-TRL-REC-TYPE
           MOVE 999999999              TO STF-TRL-ACCT-NO
           MOVE WS-STMT-COUNT          TO STF-TRL-STMT-COUNT
           MOVE WS-STF-RECORD-COUNT    TO STF-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL          TO STF-TRL-HASH-TOTAL
           MOVE WS-PERIOD-DATE         TO STF-TRL-PERIOD-DATE
           WRITE STF-TRAILER-RECORD
           IF WS-STF-STATUS NOT = "00"
               DISPLAY "NUMSTM01: WRITE TO STMTFILE FAILED, STATUS = "
                   WS-STF-STATUS
           END-IF.

       8900-CHECK-REPORT-WRITE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMSTM01: WRITE TO STMTRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       8950-CHECK-FILE-WRITE.
           IF WS-STF-STATUS NOT = "00"
               DISPLAY "NUMSTM01: WRITE TO STMTFILE FAILED, STATUS = "
                   WS-STF-STATUS
           ELSE
               ADD 1 TO WS-STF-RECORD-COUNT
           END-IF.

       9000-TERMINATE.
           CLOSE REFERENCE-FILE
           CLOSE STATEMENT-REPORT-FILE
           CLOSE STATEMENT-FILE
           DISPLAY "NUMSTM01: PERIOD STATED         = " WS-PERIOD-DATE
           DISPLAY "NUMSTM01: STATEMENTS PRODUCED   = " WS-STMT-COUNT
           DISPLAY "NUMSTM01: STATEMENTS NOT IN TIE = " WS-NO-TIE-COUNT
           DISPLAY "NUMSTM01: STMTFILE RECORDS      = "
               WS-STF-RECORD-COUNT.
