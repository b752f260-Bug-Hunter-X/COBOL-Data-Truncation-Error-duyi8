       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBKO01.
      *****************************************************************
      * NUMBKO01 - Back out one posted business date.
      *
      * When upstream sends a bad feed and it has already posted,
      * the date has to come back out of the books before the
      * corrected feed can go in - and nothing in the nightly chain
      * undoes a posting. This job, run by hand after the night's
      * chain has completed, backs out the business date named in
      * NUMBKO01-DATE (CCYYMMDD) using the date's own TRANARCH
      * entries (CPY-TARREC), every intraday cycle of it:
      *
      *   1. the date's posted archive entries are rewritten to
      *      disposition B (backed out) - kept for the record,
      *      excluded from every posted total from here on
      *   2. each account the date posted to has the amount the date
      *      posted taken back off NUM-NUMBER-X on NUMMSTR (reason
      *      code BKOT), each change written before/after to AUDFILE
      *      exactly like a NUMCLS01 roll - which is also how NUMGL01
      *      reverses the date out of the ledger on its next journal
      *   3. ACCTFILE is emptied and TOTFILE, CTLFILE and GLCTL go
      *      back to what the last date posted before it left them
      *   4. a compensating backout entry (CPY-HSTREC type B) is
      *      appended to TOTHIST, the date's closing computed total
      *      as its control and the reversal as negative net activity
      *   5. EDTCTL is cleared, so the stale TRANEDIT cannot post, and
      *      RUNCTL is set back so the corrected feed, once edited,
      *      posts as the date's first cycle again
      *
      * NUM-LAST-UPDATE-DATE is left on the backed-out date, so the
      * corrected feed's load does not carry the backed-out figure
      * into NUM-CONTROL-NUMBER a second time.
      *
      * The BKORPT backout report (CPY-BKOREC) lists each account
      * before, reversed and after, then NUMREC01-style stage and
      * comparison lines tying TRANARCH, CTLFILE, ACCTFILE and
      * NUMMSTR to each other.
      *
      * Only the last date posted can be backed out - later dates
      * are built on it, so several dates come out newest first, one
      * run each. A date inside a period NUMCLS01 has closed (CLSCTL)
      * is refused: the close has snapshotted and rolled it. So is a
      * chain left half-run on CHNCTL, an accumulation run left in
      * flight on RUNCTL, a date whose GL journal has not been
      * written yet, and a date whose TRANARCH entries do not add up
      * to the computed total CTLFILE carries for it. Every check is
      * made before anything is changed; once the backout starts it
      * runs through - like NUMCLS01 it is not restartable mid-way,
      * and a backout that dies part-way is recovered from the
      * backups taken before it was run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMSTR"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "TOTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CLOSE-CONTROL-FILE ASSIGN TO "CLSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.

           SELECT EDIT-CONTROL-FILE ASSIGN TO "EDTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  MASTER-FILE.
           COPY CPY-NUMREC.

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY CPY-ACCTREC.

       FD  TOTALS-FILE
           RECORDING MODE IS F.
           COPY CPY-TOTREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CTLREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY CPY-HSTREC.

       FD  AUDIT-FILE.
           COPY CPY-AUDREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       FD  CLOSE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CLSREC.

       FD  CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CHNREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-GLCREC.

       FD  EDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-ECTREC.

       FD  BACKOUT-REPORT-FILE.
           COPY CPY-BKOREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-MSTR-STATUS          PIC XX VALUE SPACES.
           05  WS-ACCT-STATUS          PIC XX VALUE SPACES.
           05  WS-TOT-STATUS           PIC XX VALUE SPACES.
           05  WS-CTL-STATUS           PIC XX VALUE SPACES.
           05  WS-HST-STATUS           PIC XX VALUE SPACES.
           05  WS-AUD-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-CLS-STATUS           PIC XX VALUE SPACES.
           05  WS-CHN-STATUS           PIC XX VALUE SPACES.
           05  WS-GLC-STATUS           PIC XX VALUE SPACES.
           05  WS-ECT-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-CURRENT-FILE         VALUE "Y".
           05  WS-GLC-SWITCH           PIC X VALUE "N".
               88  GL-CONTROL-PRESENT          VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X VALUE "N".
               88  ACCOUNT-FOUND               VALUE "Y".

      *    The business date to back out, named by the operator - a
      *    backout is never inferred from the files.
       01  WS-BACKOUT-DATE             PIC 9(8) VALUE ZERO.
       01  WS-ENV-DATE                 PIC X(8) VALUE SPACES.
       01  WS-ENV-DATE-9 REDEFINES WS-ENV-DATE
                                       PIC 9(8).

       01  WS-REL-KEY                  PIC 9(9) VALUE ZERO.

      *    What RUNCTL, CLSCTL and CTLFILE say about the date.
       01  WS-CONTROL-WORK.
           05  WS-LAST-POSTED-CYCLE    PIC 9(2) VALUE ZERO.
           05  WS-LAST-CLOSED-DATE     PIC 9(8) VALUE ZERO.
           05  WS-DATE-COMPUTED        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DATE-OPENING         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CHN-OPEN-COUNT       PIC 9(1) VALUE ZERO.
           05  WS-CHN-OPEN-PROGRAM     PIC X(8) VALUE SPACES.

      *    The posting dates on TOTHIST, latest last, each with the
      *    figures its last cycle left: a posting entry pushes its
      *    date (a later cycle of the same date updates it), a
      *    closing entry marks the date closed, and a backout entry
      *    pops the date it undid - so once the file is read, the
      *    top is the backout date and the one beneath it is the
      *    date everything goes back to. Past 400 dates the oldest
      *    drops off; only the top two are ever used.
       01  WS-PST-MAX                  PIC 9(3) COMP-3 VALUE 400.
       01  WS-PST-COUNT                PIC 9(3) COMP-3 VALUE ZERO.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 400 TIMES.
               10  WS-PST-DATE         PIC 9(8).
               10  WS-PST-CYCLE        PIC 9(2).
               10  WS-PST-CONTROL      PIC S9(9) COMP-3.
               10  WS-PST-COMPUTED     PIC S9(9) COMP-3.
               10  WS-PST-CYCLE-OPENING PIC S9(9) COMP-3.
               10  WS-PST-CLOSED-FLAG  PIC X(1).
                   88  PST-DATE-CLOSED         VALUE "Y".
       01  WS-PI                       PIC 9(3) COMP-3 VALUE ZERO.

      *    The date posted before the backout date, as its last
      *    cycle left things - all zero when there was none.
       01  WS-PRIOR-POSTING.
           05  WS-PRIOR-DATE           PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-CYCLE          PIC 9(2) VALUE ZERO.
           05  WS-PRIOR-CONTROL        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PRIOR-COMPUTED       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PRIOR-CYCLE-OPENING  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PRIOR-CLOSED-FLAG    PIC X(1) VALUE "N".
               88  PRIOR-DATE-CLOSED           VALUE "Y".

      *    GLCTL as 1500 read it, field for field the CPY-GLCREC
      *    layout - the FD record area is not to be trusted once the
      *    file is closed, and 7000 rewrites the record from here.
       01  WS-GLC-SAVE.
           05  WS-GLC-SAVE-DATE        PIC 9(8) VALUE ZERO.
           05  WS-GLC-SAVE-AUD-RECORDS PIC 9(9) VALUE ZERO.
           05  WS-GLC-SAVE-STAMP       PIC 9(8) VALUE ZERO.
           05  WS-GLC-SAVE-CYCLE       PIC 9(2) VALUE ZERO.

      *    Amounts are rounded to whole units and a reversal negated
      *    exactly as NUMACC01 posted them, so the reversal is the
      *    amount that went in.
       01  WS-TRAN-UNITS               PIC S9(9) COMP-3 VALUE ZERO.

      *    What the date posted to each account, from TRANARCH - the
      *    NUMACC01 account table, in ascending account order and
      *    searched by bisection.
       01  WS-ACCT-TABLE-MAX           PIC 9(5) COMP-3 VALUE 50000.
       01  WS-ACCT-COUNT               PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 50000 TIMES.
               10  WS-ACCT-NO          PIC 9(9).
               10  WS-ACCT-REVERSAL    PIC S9(9) COMP-3.
               10  WS-ACCT-ENTRIES     PIC 9(7) COMP-3.
       01  WS-AI                       PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-SI                       PIC 9(5) COMP-3 VALUE ZERO.

       01  WS-SEARCH-WORK.
           05  WS-LO                   PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-HI                   PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-MID                  PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-INS                  PIC 9(5) COMP-3 VALUE ZERO.

      *    Report figures, each summed independently from its file.
       01  WS-REPORT-FIGURES.
           05  WS-ARC-TOTAL            PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-ARC-COUNT            PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-MARKED-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MARKED-COUNT         PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-ACCTFILE-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-ACCTFILE-COUNT       PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-MSTR-BEFORE-TOTAL    PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MSTR-AFTER-TOTAL     PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MSTR-REVERSED-TOTAL  PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MSTR-COUNT           PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-MSTR-SKIPPED-COUNT   PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-AUD-COUNT            PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-DELTA                PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MISMATCH-COUNT       PIC 9(3)   COMP-3 VALUE ZERO.

       01  WS-OLD-NUMBER-X             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-NEW-NUMBER-X             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-ACCT-NOTE                PIC X(20) VALUE SPACES.
       01  WS-BACKOUT-NET              PIC S9(9) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TABLE-ARCHIVE
           PERFORM 2500-CHECK-ARCHIVE-TIES
           PERFORM 2600-SUM-ACCOUNT-FILE
           PERFORM 2900-OPEN-BACKOUT-FILES
           PERFORM 3000-MARK-ARCHIVE
           PERFORM 4000-REVERSE-MASTER
           PERFORM 5000-RESET-ACCOUNT-TOTALS
           PERFORM 6000-RESET-CONTROL-FILE
           PERFORM 6500-WRITE-BACKOUT-HISTORY
           PERFORM 7000-RESET-JOURNAL-CONTROL
           PERFORM 7500-RESET-EDIT-CONTROL
           PERFORM 8000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *    Every refusal is made here and in 2500, before a single
      *    file is changed.
           PERFORM 1050-DETERMINE-BACKOUT-DATE
           PERFORM 1100-CHECK-CHAIN-CONTROL
           PERFORM 1200-CHECK-RUN-CONTROL
           PERFORM 1300-CHECK-CLOSE-CONTROL
           PERFORM 1400-CHECK-CONTROL-FILE
           PERFORM 1500-CHECK-JOURNAL-CONTROL
           PERFORM 1600-FIND-PRIOR-POSTING.

       1050-DETERMINE-BACKOUT-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "NUMBKO01-DATE"
           IF WS-ENV-DATE NUMERIC
              AND WS-ENV-DATE-9 > ZERO
               MOVE WS-ENV-DATE-9 TO WS-BACKOUT-DATE
           ELSE
               DISPLAY "NUMBKO01: NUMBKO01-DATE NOT SET - NAME THE "
                   "BUSINESS DATE TO BACK OUT (CCYYMMDD). NOTHING "
                   "BACKED OUT"
               STOP RUN
           END-IF
           DISPLAY "NUMBKO01: BACKING OUT BUSINESS DATE "
               WS-BACKOUT-DATE.

       1100-CHECK-CHAIN-CONTROL.
      *    A chain with a step started, or still to run, is a night
      *    half-posted - backing out under it would leave the rest of
      *    the chain to run on top of the backout. A missing CHNCTL
      *    means the chain driver is not in use.
           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "NUMBKO01: NO CHNCTL FOUND, STATUS = "
                   WS-CHN-STATUS ", CHAIN CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CHAIN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF NOT CHN-STEP-COMPLETED
                               ADD 1 TO WS-CHN-OPEN-COUNT
                               IF WS-CHN-OPEN-PROGRAM = SPACES
                                   MOVE CHN-PROGRAM
                                       TO WS-CHN-OPEN-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-CONTROL-FILE
               IF WS-CHN-OPEN-COUNT > ZERO
                   DISPLAY "NUMBKO01: THE CHAIN ON CHNCTL IS HALF-RUN "
                       "- " WS-CHN-OPEN-COUNT " STEP(S) NOT COMPLETED, "
                       "FROM " WS-CHN-OPEN-PROGRAM ". FINISH THE CHAIN "
                       "FIRST - BACKOUT REFUSED"
                   STOP RUN
               END-IF
           END-IF.

       1200-CHECK-RUN-CONTROL.
      *    Only the last date posted comes out - every later date
      *    opened on its figures. An accumulation run in flight is
      *    refused exactly as NUMCLS01 refuses to close over one.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "NUMBKO01: NO RUNCTL FOUND, STATUS = "
                   WS-RUN-STATUS " - NOTHING HAS POSTED, BACKOUT "
                   "REFUSED"
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "NUMBKO01: RUNCTL IS EMPTY - NOTHING HAS "
                       "POSTED, BACKOUT REFUSED"
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RUN-IN-PROGRESS
               DISPLAY "NUMBKO01: ACCUMULATION RUN FOR BUSINESS DATE "
                   RUN-BUSINESS-DATE " CYCLE " RUN-CYCLE-NO
                   " NEVER COMPLETED - BACKOUT REFUSED"
               STOP RUN
           END-IF
           IF RUN-LAST-POSTED-DATE NOT = WS-BACKOUT-DATE
               IF WS-BACKOUT-DATE < RUN-LAST-POSTED-DATE
                   DISPLAY "NUMBKO01: " WS-BACKOUT-DATE " IS NOT THE "
                       "LAST DATE POSTED (" RUN-LAST-POSTED-DATE
                       ") - BACK THE LATER DATES OUT FIRST. BACKOUT "
                       "REFUSED"
               ELSE
                   DISPLAY "NUMBKO01: " WS-BACKOUT-DATE " HAS NOT "
                       "POSTED (LAST POSTED DATE IS "
                       RUN-LAST-POSTED-DATE ") - BACKOUT REFUSED"
               END-IF
               STOP RUN
           END-IF
           MOVE RUN-LAST-POSTED-CYCLE TO WS-LAST-POSTED-CYCLE
           IF WS-LAST-POSTED-CYCLE NOT NUMERIC
              OR WS-LAST-POSTED-CYCLE = ZERO
               MOVE 1 TO WS-LAST-POSTED-CYCLE
           END-IF.

       1300-CHECK-CLOSE-CONTROL.
      *    A closed period has been snapshotted to PERDSNAP and rolled
      *    to zero - its dates are history, not postings to undo.
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLS-STATUS = "00"
               READ CLOSE-CONTROL-FILE
                   NOT AT END
                       MOVE CLS-LAST-CLOSED-DATE
                           TO WS-LAST-CLOSED-DATE
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF
           IF WS-LAST-CLOSED-DATE > ZERO
              AND WS-BACKOUT-DATE <= WS-LAST-CLOSED-DATE
               DISPLAY "NUMBKO01: " WS-BACKOUT-DATE " IS INSIDE A "
                   "CLOSED PERIOD (LAST CLOSED DATE IS "
                   WS-LAST-CLOSED-DATE ") - BACKOUT REFUSED"
               STOP RUN
           END-IF.

       1400-CHECK-CONTROL-FILE.
      *    CTLFILE must still carry the date: its computed total is
      *    what the backout takes out, and its opening control is
      *    what the carry goes back to.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN CTLFILE, STATUS = "
                   WS-CTL-STATUS " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY "NUMBKO01: CTLFILE IS EMPTY - BACKOUT "
                       "REFUSED"
                   CLOSE CONTROL-FILE
                   STOP RUN
           END-READ
           CLOSE CONTROL-FILE
           IF CTL-POSTED-DATE NOT NUMERIC
              OR CTL-POSTED-DATE NOT = WS-BACKOUT-DATE
               DISPLAY "NUMBKO01: CTLFILE DOES NOT CARRY "
                   WS-BACKOUT-DATE " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           MOVE CTL-CONTROL-TOTAL      TO WS-DATE-COMPUTED
           MOVE CTL-OPENING-CONTROL    TO WS-DATE-OPENING.

       1500-CHECK-JOURNAL-CONTROL.
      *    The ledger must hold the date's last cycle before it is
      *    reversed out of it - otherwise the BKOT movement would
      *    reverse money the ledger never had. No GLCTL means the GL
      *    interface is not in use.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLC-STATUS NOT = "00"
               DISPLAY "NUMBKO01: NO GLCTL FOUND, STATUS = "
                   WS-GLC-STATUS ", NO JOURNAL CONTROL TO SET BACK"
           ELSE
               READ GL-CONTROL-FILE
                   AT END
                       DISPLAY "NUMBKO01: GLCTL IS EMPTY, NO JOURNAL "
                           "CONTROL TO SET BACK"
                   NOT AT END
                       MOVE "Y" TO WS-GLC-SWITCH
                       MOVE GLC-RECORD TO WS-GLC-SAVE
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           IF GL-CONTROL-PRESENT
               IF WS-GLC-SAVE-CYCLE NOT NUMERIC
                  OR WS-GLC-SAVE-CYCLE = ZERO
                   MOVE 1 TO WS-GLC-SAVE-CYCLE
               END-IF
               IF WS-GLC-SAVE-DATE NOT = WS-BACKOUT-DATE
                  OR WS-GLC-SAVE-CYCLE NOT = WS-LAST-POSTED-CYCLE
                   DISPLAY "NUMBKO01: LAST GL JOURNAL IS "
                       WS-GLC-SAVE-DATE " CYCLE "
                       WS-GLC-SAVE-CYCLE ", NOT " WS-BACKOUT-DATE
                       " CYCLE " WS-LAST-POSTED-CYCLE " - RUN NUMGL01 "
                       "FIRST. BACKOUT REFUSED"
                   STOP RUN
               END-IF
           END-IF.

       1600-FIND-PRIOR-POSTING.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN TOTHIST, STATUS = "
                   WS-HST-STATUS " - THE DATE POSTED BEFORE "
                   WS-BACKOUT-DATE " IS UNKNOWN, BACKOUT REFUSED"
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1610-STACK-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-PST-COUNT = ZERO
               DISPLAY "NUMBKO01: TOTHIST HOLDS NO POSTING OF "
                   WS-BACKOUT-DATE " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           IF WS-PST-DATE (WS-PST-COUNT) NOT = WS-BACKOUT-DATE
              OR WS-PST-CYCLE (WS-PST-COUNT) NOT = WS-LAST-POSTED-CYCLE
              OR WS-PST-COMPUTED (WS-PST-COUNT) NOT = WS-DATE-COMPUTED
               DISPLAY "NUMBKO01: LAST POSTING ON TOTHIST IS "
                   WS-PST-DATE (WS-PST-COUNT) " CYCLE "
                   WS-PST-CYCLE (WS-PST-COUNT) " COMPUTED "
                   WS-PST-COMPUTED (WS-PST-COUNT) " - NOT "
                   WS-BACKOUT-DATE " CYCLE " WS-LAST-POSTED-CYCLE
                   " AS CTLFILE CARRIES IT. BACKOUT REFUSED"
               STOP RUN
           END-IF
           IF WS-PST-COUNT > 1
               SUBTRACT 1 FROM WS-PST-COUNT GIVING WS-PI
               MOVE WS-PST-DATE (WS-PI)    TO WS-PRIOR-DATE
               MOVE WS-PST-CYCLE (WS-PI)   TO WS-PRIOR-CYCLE
               MOVE WS-PST-CONTROL (WS-PI) TO WS-PRIOR-CONTROL
               MOVE WS-PST-COMPUTED (WS-PI) TO WS-PRIOR-COMPUTED
               MOVE WS-PST-CYCLE-OPENING (WS-PI)
                                           TO WS-PRIOR-CYCLE-OPENING
               MOVE WS-PST-CLOSED-FLAG (WS-PI)
                                           TO WS-PRIOR-CLOSED-FLAG
               DISPLAY "NUMBKO01: DATE POSTED BEFORE IT IS "
                   WS-PRIOR-DATE " CYCLE " WS-PRIOR-CYCLE
           ELSE
               DISPLAY "NUMBKO01: NO DATE POSTED BEFORE IT ON TOTHIST"
           END-IF.

       1610-STACK-ONE-ENTRY.
      *    A posting entry with no transactions is a no-transactions
      *    run stamped with the wall clock, not a posted date. Only
      *    the entry type marks a close - a posting converted from
      *    the shorter layout carries cycle zero too.
           EVALUATE TRUE
               WHEN HST-BACKOUT-ENTRY
                   IF WS-PST-COUNT > ZERO
                      AND WS-PST-DATE (WS-PST-COUNT) = HST-RUN-DATE
                       SUBTRACT 1 FROM WS-PST-COUNT
                   END-IF
               WHEN HST-CLOSING-ENTRY
                   IF WS-PST-COUNT > ZERO
                      AND WS-PST-DATE (WS-PST-COUNT) = HST-RUN-DATE
                       MOVE "Y" TO WS-PST-CLOSED-FLAG (WS-PST-COUNT)
                   END-IF
               WHEN HST-TRAN-COUNT = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 1620-PUSH-POSTING
           END-EVALUATE.

       1620-PUSH-POSTING.
           IF WS-PST-COUNT = ZERO
              OR WS-PST-DATE (WS-PST-COUNT) NOT = HST-RUN-DATE
               IF WS-PST-COUNT NOT < WS-PST-MAX
                   PERFORM VARYING WS-PI FROM 1 BY 1
                           UNTIL WS-PI NOT < WS-PST-COUNT
                       MOVE WS-PST-ENTRY (WS-PI + 1)
                           TO WS-PST-ENTRY (WS-PI)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-PST-COUNT
               END-IF
               MOVE HST-RUN-DATE TO WS-PST-DATE (WS-PST-COUNT)
           END-IF
           MOVE HST-CYCLE-NO        TO WS-PST-CYCLE (WS-PST-COUNT)
           IF WS-PST-CYCLE (WS-PST-COUNT) NOT NUMERIC
              OR WS-PST-CYCLE (WS-PST-COUNT) = ZERO
               MOVE 1 TO WS-PST-CYCLE (WS-PST-COUNT)
           END-IF
           MOVE HST-CONTROL-NUMBER  TO WS-PST-CONTROL (WS-PST-COUNT)
           MOVE HST-COMPUTED-NUMBER TO WS-PST-COMPUTED (WS-PST-COUNT)
           MOVE HST-CYCLE-OPENING
                               TO WS-PST-CYCLE-OPENING (WS-PST-COUNT)
           MOVE "N"             TO WS-PST-CLOSED-FLAG (WS-PST-COUNT).

       2000-TABLE-ARCHIVE.
      *    What the date posted, account by account - every cycle of
      *    it, and only the entries that posted.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN TRANARCH, STATUS = "
                   WS-ARC-STATUS " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TAR-POSTED
                          AND TAR-BUSINESS-DATE = WS-BACKOUT-DATE
                           PERFORM 2100-TABLE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       2100-TABLE-ONE-ENTRY.
           PERFORM 2190-COMPUTE-UNITS
           ADD 1 TO WS-ARC-COUNT
           ADD WS-TRAN-UNITS TO WS-ARC-TOTAL
           PERFORM 2150-SEARCH-ACCOUNT
           IF NOT ACCOUNT-FOUND
               IF WS-ACCT-COUNT NOT < WS-ACCT-TABLE-MAX
                   DISPLAY "NUMBKO01: MORE THAN " WS-ACCT-TABLE-MAX
                       " ACCOUNTS POSTED ON " WS-BACKOUT-DATE
                       " - BACKOUT REFUSED"
                   CLOSE ARCHIVE-FILE
                   STOP RUN
               END-IF
               PERFORM 2160-INSERT-ACCOUNT
           END-IF
           ADD WS-TRAN-UNITS TO WS-ACCT-REVERSAL (WS-AI)
               ON SIZE ERROR
                   DISPLAY "NUMBKO01: ACCOUNT " TAR-ACCT-NO
                       " REVERSAL EXCEEDS CAPACITY - BACKOUT REFUSED"
                   CLOSE ARCHIVE-FILE
                   STOP RUN
           END-ADD
           ADD 1 TO WS-ACCT-ENTRIES (WS-AI).

       2150-SEARCH-ACCOUNT.
      *    Bisection over the ascending account table. Found leaves
      *    WS-AI on the entry; not found leaves WS-INS where the
      *    account belongs.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-LO
           MOVE WS-ACCT-COUNT TO WS-HI
           PERFORM UNTIL ACCOUNT-FOUND OR WS-LO > WS-HI
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-ACCT-NO (WS-MID) = TAR-ACCT-NO
                       MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE WS-MID TO WS-AI
                   WHEN WS-ACCT-NO (WS-MID) < TAR-ACCT-NO
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       IF WS-MID = 1
                           MOVE ZERO TO WS-HI
                       ELSE
                           COMPUTE WS-HI = WS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       2160-INSERT-ACCOUNT.
           PERFORM VARYING WS-SI FROM WS-ACCT-COUNT BY -1
                   UNTIL WS-SI < WS-INS
               MOVE WS-ACCT-ENTRY (WS-SI) TO WS-ACCT-ENTRY (WS-SI + 1)
           END-PERFORM
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-INS         TO WS-AI
           MOVE TAR-ACCT-NO    TO WS-ACCT-NO (WS-AI)
           MOVE ZERO           TO WS-ACCT-REVERSAL (WS-AI)
           MOVE ZERO           TO WS-ACCT-ENTRIES (WS-AI).

       2190-COMPUTE-UNITS.
           COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
           IF TAR-TYPE-REVERSAL
               COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
           END-IF.

       2500-CHECK-ARCHIVE-TIES.
      *    The archive must account for the date exactly - a backout
      *    that took out more or less than the date posted would
      *    leave the books wrong in a new way.
           IF WS-ARC-COUNT = ZERO
               DISPLAY "NUMBKO01: TRANARCH HOLDS NO POSTED ENTRIES FOR "
                   WS-BACKOUT-DATE " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           IF WS-ARC-TOTAL NOT = WS-DATE-COMPUTED
               DISPLAY "NUMBKO01: TRANARCH POSTED ENTRIES FOR "
                   WS-BACKOUT-DATE " SUM TO " WS-ARC-TOTAL
                   " BUT CTLFILE CARRIES " WS-DATE-COMPUTED
                   " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           DISPLAY "NUMBKO01: " WS-ARC-COUNT " POSTED ENTRIES ON "
               WS-ACCT-COUNT " ACCOUNTS, TOTAL " WS-ARC-TOTAL.

       2600-SUM-ACCOUNT-FILE.
      *    Read for the report before it is emptied - the date's
      *    per-account totals as NUMLOD01 loaded them.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: NO ACCTFILE FOUND, STATUS = "
                   WS-ACCT-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF ACCT-RUN-DATE = WS-BACKOUT-DATE
                               ADD 1 TO WS-ACCTFILE-COUNT
                               ADD ACCT-NUMBER-X TO WS-ACCTFILE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       2900-OPEN-BACKOUT-FILES.
      *    Everything the backout writes in place is opened before
      *    the first change, so a file that cannot be opened stops
      *    the job with nothing touched.
           OPEN I-O ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN TRANARCH FOR UPDATE, "
                   "STATUS = " WS-ARC-STATUS " - BACKOUT REFUSED"
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN NUMMSTR FOR UPDATE, "
                   "STATUS = " WS-MSTR-STATUS " - BACKOUT REFUSED"
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN AUDFILE, STATUS = "
                   WS-AUD-STATUS " - BACKOUT REFUSED"
               CLOSE ARCHIVE-FILE
               CLOSE MASTER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN BKORPT, STATUS = "
                   WS-RPT-STATUS " - BACKOUT REFUSED"
               CLOSE ARCHIVE-FILE
               CLOSE MASTER-FILE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF

           MOVE SPACES                  TO BKO-HEADING-LINE
           MOVE "BACKED OUT BUSINESS DATE" TO BKO-HDG-LABEL
           MOVE WS-BACKOUT-DATE         TO BKO-HDG-BUSINESS-DATE
           MOVE "ACCOUNT ENTRIES BEFORE REVERSED AFTER"
                                        TO BKO-HDG-TEXT
           WRITE BKO-HEADING-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: WRITE TO BKORPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       3000-MARK-ARCHIVE.
      *    The date's posted entries become backed-out entries in
      *    place; the marked amounts are re-summed as they go so the
      *    report can prove every one was caught.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TAR-POSTED
                          AND TAR-BUSINESS-DATE = WS-BACKOUT-DATE
                           PERFORM 3100-MARK-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       3100-MARK-ONE-ENTRY.
           PERFORM 2190-COMPUTE-UNITS
           MOVE "B" TO TAR-DISPOSITION
           REWRITE TAR-RECORD
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMBKO01: REWRITE OF TRANARCH FAILED AT "
                   TAR-ACCT-NO "/" TAR-SEQ-NO ", STATUS = "
                   WS-ARC-STATUS
           ELSE
               ADD 1 TO WS-MARKED-COUNT
               ADD WS-TRAN-UNITS TO WS-MARKED-TOTAL
           END-IF.

       4000-REVERSE-MASTER.
      *    Each account the date posted to, in account order.
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-ACCT-COUNT
               PERFORM 4100-REVERSE-ONE-ACCOUNT
           END-PERFORM
           CLOSE MASTER-FILE.

       4100-REVERSE-ONE-ACCOUNT.
      *    Only a master record the date loaded is reversed - one
      *    NUMLOD01 never loaded for the date holds nothing of it.
           MOVE SPACES TO WS-ACCT-NOTE
           MOVE ZERO TO WS-OLD-NUMBER-X
           MOVE ZERO TO WS-NEW-NUMBER-X
           MOVE WS-ACCT-NO (WS-AI) TO WS-REL-KEY
           MOVE "N" TO WS-FOUND-SWITCH
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "NOT ON NUMMSTR" TO WS-ACCT-NOTE
                   ADD 1 TO WS-MSTR-SKIPPED-COUNT
               WHEN NUM-LAST-UPDATE-DATE NOT = WS-BACKOUT-DATE
                   MOVE NUM-NUMBER-X TO WS-OLD-NUMBER-X
                   MOVE NUM-NUMBER-X TO WS-NEW-NUMBER-X
                   MOVE "NOT LOADED FOR DATE" TO WS-ACCT-NOTE
                   ADD 1 TO WS-MSTR-SKIPPED-COUNT
               WHEN OTHER
                   MOVE NUM-NUMBER-X TO WS-OLD-NUMBER-X
                   COMPUTE WS-NEW-NUMBER-X =
                       WS-OLD-NUMBER-X - WS-ACCT-REVERSAL (WS-AI)
                       ON SIZE ERROR
                           MOVE WS-OLD-NUMBER-X TO WS-NEW-NUMBER-X
                           MOVE "CAPACITY - NOT DONE" TO WS-ACCT-NOTE
                           ADD 1 TO WS-MSTR-SKIPPED-COUNT
                   END-COMPUTE
                   IF WS-ACCT-NOTE = SPACES
                       PERFORM 4150-REWRITE-MASTER
                   END-IF
           END-EVALUATE

           PERFORM 4300-WRITE-ACCOUNT-LINE.

       4150-REWRITE-MASTER.
           MOVE WS-NEW-NUMBER-X        TO NUM-NUMBER-X
           MOVE "BKOT"                 TO NUM-LAST-REASON-CODE
           REWRITE NUM-RECORD
               INVALID KEY
                   DISPLAY "NUMBKO01: REWRITE OF NUMMSTR FAILED FOR "
                       NUM-REC-KEY ", STATUS = " WS-MSTR-STATUS
                   MOVE WS-OLD-NUMBER-X TO WS-NEW-NUMBER-X
                   MOVE "REWRITE FAILED" TO WS-ACCT-NOTE
                   ADD 1 TO WS-MSTR-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MSTR-COUNT
                   ADD WS-OLD-NUMBER-X TO WS-MSTR-BEFORE-TOTAL
                   ADD WS-NEW-NUMBER-X TO WS-MSTR-AFTER-TOTAL
                   COMPUTE WS-MSTR-REVERSED-TOTAL =
                       WS-MSTR-REVERSED-TOTAL
                       + WS-OLD-NUMBER-X - WS-NEW-NUMBER-X
                   IF WS-OLD-NUMBER-X NOT = WS-NEW-NUMBER-X
                       PERFORM 4200-WRITE-AUDIT-RECORD
                   END-IF
           END-REWRITE.

       4200-WRITE-AUDIT-RECORD.
           MOVE NUM-REC-KEY            TO AUD-REC-KEY
           MOVE WS-OLD-NUMBER-X        TO AUD-OLD-VALUE
           MOVE WS-NEW-NUMBER-X        TO AUD-NEW-VALUE
           MOVE "BKOT"                 TO AUD-REASON-CODE
           MOVE WS-BACKOUT-DATE        TO AUD-CORRECTION-DATE
           WRITE AUDIT-RECORD
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMBKO01: WRITE TO AUDFILE FAILED, STATUS = "
                   WS-AUD-STATUS
           ELSE
               ADD 1 TO WS-AUD-COUNT
           END-IF.

       4300-WRITE-ACCOUNT-LINE.
           MOVE SPACES                 TO BKO-ACCOUNT-LINE
           MOVE WS-ACCT-NO (WS-AI)     TO BKO-ACCT-NO
           MOVE WS-ACCT-ENTRIES (WS-AI) TO BKO-ACCT-ENTRIES
           MOVE WS-OLD-NUMBER-X        TO BKO-ACCT-BEFORE
           MOVE WS-ACCT-REVERSAL (WS-AI) TO BKO-ACCT-REVERSED
           MOVE WS-NEW-NUMBER-X        TO BKO-ACCT-AFTER
           MOVE WS-ACCT-NOTE           TO BKO-ACCT-NOTE
           WRITE BKO-ACCOUNT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: WRITE TO BKORPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       5000-RESET-ACCOUNT-TOTALS.
      *    ACCTFILE held the date's account totals and is emptied -
      *    the next posting opens a date, never continues this one.
      *    TOTFILE goes back to the last cycle of the date before,
      *    as that cycle wrote it (TOTHIST holds every figure it
      *    carries); with no date before, it is emptied too.
           OPEN OUTPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO EMPTY ACCTFILE, STATUS = "
                   WS-ACCT-STATUS
           ELSE
               CLOSE ACCOUNT-FILE
           END-IF

           OPEN OUTPUT TOTALS-FILE
           IF WS-TOT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO WRITE TOTFILE, STATUS = "
                   WS-TOT-STATUS
           ELSE
               IF WS-PRIOR-DATE > ZERO
                   MOVE WS-PRIOR-CONTROL   TO TOT-CONTROL-NUMBER
                   MOVE WS-PRIOR-COMPUTED  TO TOT-COMPUTED-NUMBER
                   MOVE WS-PRIOR-DATE      TO TOT-RUN-DATE
                   MOVE WS-PRIOR-CYCLE     TO TOT-CYCLE-NO
                   MOVE WS-PRIOR-CYCLE-OPENING
                                           TO TOT-CYCLE-OPENING
                   WRITE TOT-RECORD
                   IF WS-TOT-STATUS NOT = "00"
                       DISPLAY "NUMBKO01: WRITE TO TOTFILE FAILED, "
                           "STATUS = " WS-TOT-STATUS
                   END-IF
               END-IF
               CLOSE TOTALS-FILE
           END-IF.

       6000-RESET-CONTROL-FILE.
      *    The carry goes back to the control the date opened with.
      *    A date before it that is still open is what CTLFILE then
      *    describes, so a later cycle of that date could post on
      *    top; one a close has since rolled (or none at all) leaves
      *    CTLFILE as NUMCLS01 writes it, with no date.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO WRITE CTLFILE, STATUS = "
                   WS-CTL-STATUS
           ELSE
               MOVE WS-DATE-OPENING    TO CTL-CONTROL-TOTAL
               IF WS-PRIOR-DATE > ZERO
                  AND NOT PRIOR-DATE-CLOSED
                   MOVE WS-PRIOR-DATE  TO CTL-POSTED-DATE
                   MOVE WS-PRIOR-CYCLE TO CTL-POSTED-CYCLE
                   MOVE WS-PRIOR-CONTROL
                                       TO CTL-OPENING-CONTROL
               ELSE
                   MOVE ZERO           TO CTL-POSTED-DATE
                   MOVE ZERO           TO CTL-POSTED-CYCLE
                   MOVE ZERO           TO CTL-OPENING-CONTROL
               END-IF
               WRITE CTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NUMBKO01: WRITE TO CTLFILE FAILED, "
                       "STATUS = " WS-CTL-STATUS
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       6500-WRITE-BACKOUT-HISTORY.
      *    The compensating entry: the date's closing computed total
      *    as the control, what is left after the backout as the
      *    computed figure, and the reversal as negative net
      *    activity - the same shape as NUMCLS01's closing entry.
           COMPUTE WS-BACKOUT-NET = ZERO - WS-ARC-TOTAL

           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HST-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO OPEN TOTHIST, STATUS = "
                   WS-HST-STATUS
           ELSE
               MOVE WS-BACKOUT-DATE    TO HST-RUN-DATE
               MOVE WS-DATE-COMPUTED   TO HST-CONTROL-NUMBER
               COMPUTE HST-COMPUTED-NUMBER =
                   WS-DATE-COMPUTED - WS-ARC-TOTAL
               MOVE ZERO               TO HST-TRAN-COUNT
               MOVE ZERO               TO HST-REJECT-COUNT
               MOVE WS-BACKOUT-NET     TO HST-NET-ACTIVITY
               MOVE ZERO               TO HST-CYCLE-NO
               MOVE WS-DATE-COMPUTED   TO HST-CYCLE-OPENING
               MOVE ZERO               TO HST-REPRO-POSTED
               MOVE ZERO               TO HST-REPRO-REJECTED
               MOVE "B"                TO HST-ENTRY-TYPE
               WRITE HST-RECORD
               IF WS-HST-STATUS NOT = "00"
                   DISPLAY "NUMBKO01: WRITE TO TOTHIST FAILED, "
                       "STATUS = " WS-HST-STATUS
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

       7000-RESET-JOURNAL-CONTROL.
      *    The ledger mark goes back to the date before, so the
      *    corrected feed's journal for this date is let through.
      *    GLC-AUD-RECORDS is kept: the BKOT lines just written come
      *    after it and go out on that next journal.
           IF GL-CONTROL-PRESENT
               OPEN OUTPUT GL-CONTROL-FILE
               IF WS-GLC-STATUS NOT = "00"
                   DISPLAY "NUMBKO01: UNABLE TO WRITE GLCTL, STATUS = "
                       WS-GLC-STATUS
               ELSE
                   MOVE WS-GLC-SAVE    TO GLC-RECORD
                   MOVE WS-PRIOR-DATE  TO GLC-LAST-JOURNAL-DATE
                   MOVE WS-PRIOR-CYCLE TO GLC-LAST-JOURNAL-CYCLE
                   WRITE GLC-RECORD
                   IF WS-GLC-STATUS NOT = "00"
                       DISPLAY "NUMBKO01: WRITE TO GLCTL FAILED, "
                           "STATUS = " WS-GLC-STATUS
                   END-IF
                   CLOSE GL-CONTROL-FILE
               END-IF
           END-IF.

       7500-RESET-EDIT-CONTROL.
      *    TRANEDIT still holds the bad feed. An EDTCTL with no
      *    business date makes NUMACC01 refuse it until NUMEDT01 has
      *    edited the corrected feed.
           OPEN OUTPUT EDIT-CONTROL-FILE
           IF WS-ECT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO WRITE EDTCTL, STATUS = "
                   WS-ECT-STATUS
           ELSE
               MOVE ZERO               TO ECT-BUSINESS-DATE
               MOVE ZERO               TO ECT-CYCLE-NO
               MOVE "D"                TO ECT-CYCLE-SOURCE
               MOVE ZERO               TO ECT-ACCEPTED-COUNT
               MOVE ZERO               TO ECT-EDIT-DATE
               MOVE ZERO               TO ECT-CLOSED-DATE
               MOVE ZERO               TO ECT-PRIOR-PERIOD-COUNT
               WRITE ECT-RECORD
               IF WS-ECT-STATUS NOT = "00"
                   DISPLAY "NUMBKO01: WRITE TO EDTCTL FAILED, "
                       "STATUS = " WS-ECT-STATUS
               END-IF
               CLOSE EDIT-CONTROL-FILE
           END-IF.

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES                  TO BKO-STAGE-LINE
           MOVE "CTLFILE COMPUTED (DATE)" TO BKO-STG-LABEL
           MOVE WS-DATE-COMPUTED        TO BKO-STG-TOTAL
           MOVE ZERO                    TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "TRANARCH POSTED (DATE)" TO BKO-STG-LABEL
           MOVE WS-ARC-TOTAL            TO BKO-STG-TOTAL
           MOVE WS-ARC-COUNT            TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "TRANARCH MARKED BACKED OUT" TO BKO-STG-LABEL
           MOVE WS-MARKED-TOTAL         TO BKO-STG-TOTAL
           MOVE WS-MARKED-COUNT         TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "ACCTFILE (DATE)"       TO BKO-STG-LABEL
           MOVE WS-ACCTFILE-TOTAL       TO BKO-STG-TOTAL
           MOVE WS-ACCTFILE-COUNT       TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "NUMMSTR BEFORE BACKOUT" TO BKO-STG-LABEL
           MOVE WS-MSTR-BEFORE-TOTAL    TO BKO-STG-TOTAL
           MOVE WS-MSTR-COUNT           TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "NUMMSTR REVERSED"      TO BKO-STG-LABEL
           MOVE WS-MSTR-REVERSED-TOTAL  TO BKO-STG-TOTAL
           MOVE WS-MSTR-COUNT           TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "NUMMSTR AFTER BACKOUT" TO BKO-STG-LABEL
           MOVE WS-MSTR-AFTER-TOTAL     TO BKO-STG-TOTAL
           MOVE WS-MSTR-COUNT           TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "AUDFILE BKOT LINES"    TO BKO-STG-LABEL
           MOVE ZERO                    TO BKO-STG-TOTAL
           MOVE WS-AUD-COUNT            TO BKO-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE

           MOVE SPACES                  TO BKO-COMPARE-LINE
           COMPUTE WS-DELTA = WS-ARC-TOTAL - WS-DATE-COMPUTED
           MOVE "TRANARCH VS CTLFILE COMPUTED" TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           COMPUTE WS-DELTA = WS-MARKED-TOTAL - WS-ARC-TOTAL
           MOVE "MARKED BACKED OUT VS TRANARCH" TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           COMPUTE WS-DELTA = WS-ACCTFILE-TOTAL - WS-ARC-TOTAL
           MOVE "ACCTFILE VS TRANARCH"  TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           COMPUTE WS-DELTA = WS-MSTR-REVERSED-TOTAL - WS-ARC-TOTAL
           MOVE "NUMMSTR REVERSED VS TRANARCH" TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           MOVE WS-MSTR-AFTER-TOTAL     TO WS-DELTA
           MOVE "NUMMSTR AFTER ON DATE'S ACCOUNTS" TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           MOVE WS-MSTR-SKIPPED-COUNT   TO WS-DELTA
           MOVE "ACCOUNTS NOT REVERSED" TO BKO-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE.

       8100-WRITE-STAGE-LINE.
           WRITE BKO-STAGE-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: WRITE TO BKORPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO BKO-STAGE-LINE.

       8200-WRITE-COMPARE-LINE.
      *    BKO-CMP-LABEL is loaded by the caller and WS-DELTA holds
      *    the signed difference - zero when the backout ties.
           MOVE WS-DELTA                TO BKO-CMP-DELTA
           IF WS-DELTA = ZERO
               MOVE "MATCH"             TO BKO-CMP-RESULT
           ELSE
               MOVE "MISMATCH"          TO BKO-CMP-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "NUMBKO01: MISMATCH - " BKO-CMP-LABEL
                   " DELTA = " WS-DELTA
           END-IF
           WRITE BKO-COMPARE-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMBKO01: WRITE TO BKORPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO BKO-COMPARE-LINE.

       9000-TERMINATE.
           PERFORM 9100-RESET-RUN-CONTROL
           CLOSE AUDIT-FILE
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY "NUMBKO01: BUSINESS DATE BACKED OUT = "
               WS-BACKOUT-DATE
           DISPLAY "NUMBKO01: ARCHIVE ENTRIES MARKED  = "
               WS-MARKED-COUNT
           DISPLAY "NUMBKO01: ACCOUNTS REVERSED       = " WS-MSTR-COUNT
           DISPLAY "NUMBKO01: TOTAL REVERSED          = " WS-ARC-TOTAL
           IF WS-MISMATCH-COUNT = ZERO
               DISPLAY "NUMBKO01: BACKOUT TIES OUT - RE-EDIT AND "
                   "POST THE CORRECTED FEED FOR " WS-BACKOUT-DATE
           ELSE
               DISPLAY "NUMBKO01: BACKOUT MISMATCHES = "
                   WS-MISMATCH-COUNT " - SEE BKORPT"
           END-IF.

       9100-RESET-RUN-CONTROL.
      *    Last, once everything else is back: the last posted date
      *    returns to the date before, so NUMACC01 takes the
      *    corrected feed for the backed-out date as a new date.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "NUMBKO01: UNABLE TO WRITE RUNCTL, STATUS = "
                   WS-RUN-STATUS
           ELSE
               MOVE WS-PRIOR-DATE      TO RUN-LAST-POSTED-DATE
               MOVE WS-BACKOUT-DATE    TO RUN-BUSINESS-DATE
               MOVE "N"                TO RUN-IN-PROGRESS-FLAG
               MOVE WS-PRIOR-CYCLE     TO RUN-LAST-POSTED-CYCLE
               MOVE WS-LAST-POSTED-CYCLE TO RUN-CYCLE-NO
               WRITE RUN-CONTROL-RECORD
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "NUMBKO01: WRITE TO RUNCTL FAILED, "
                       "STATUS = " WS-RUN-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
