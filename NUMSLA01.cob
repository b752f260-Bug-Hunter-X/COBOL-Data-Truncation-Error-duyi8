       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMSLA01.
      *****************************************************************
      * NUMSLA01 - Batch-window SLA report over the chain history.
      *
      * CHNCTL only ever shows the chain in hand; nobody could say
      * whether the nightly window was getting longer, which step
      * was eating it, or how often the chain had finished past the
      * point the morning desk needs it. NUMCHN01 now appends every
      * step completion to the permanent CHNHIST run history
      * (CPY-CHHREC); this report reads it and prints SLARPT
      * (CPY-SLAREC):
      *
      *   - for each of the last N chains, the chain's wall-clock
      *     elapsed time from the start of its first step to the end
      *     of its last (halts and re-drives included) and its run
      *     time (the steps' own elapsed times added up), whether it
      *     ended on time, late or never completed, and under it
      *     every step completion with its elapsed time, first-time
      *     run, restart or re-drive, and ABOVE AVG when the run
      *     was well above the step's average over the whole history
      *   - per step, the average over the whole history against the
      *     average over the last N chains, the longest run and how
      *     many of the last N chains' runs were above average
      *   - the chain trend - average elapsed over the last N chains
      *     against the chains before them
      *   - how many chains, and how many nights (chain dates),
      *     ended past the window deadline - over the whole history
      *     and over the last N chains
      *
      * Settings, the usual environment-variable style:
      *
      *   NUMCHN01-DEADLINE - the batch-window deadline as HHMM,
      *                       default 0600. A chain is late when its
      *                       last step ends after the first HHMM at
      *                       or after the chain's start, so a
      *                       window running over midnight is
      *                       measured against the next morning. The
      *                       same variable drives the NUMOPR01
      *                       late-chain warning.
      *   NUMSLA01-CHAINS   - how many of the most recent chains to
      *                       show, default 10
      *   NUMSLA01-PCT      - a step run is well above its average
      *                       at this percentage of the average,
      *                       default 150 (anything not over 100
      *                       keeps the default) - and only when it
      *                       is also at least a minute over, so a
      *                       step of a few seconds is not flagged
      *                       for a second's noise
      *
      * A chain that never ran to completion (a halted chain, or one
      * discarded by NUMCHN01-RESET) is shown INCOMPLETE and left
      * out of the chain averages and the deadline counts; its step
      * completions still count towards the step averages.
      *
      * CHNHIST is read twice - once for the step averages and the
      * chain count, once to print - the NUMTRN01 two-pass shape.
      * Read-only, so it can be run at any time, the chain running
      * or not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HISTORY-FILE ASSIGN TO "CHNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHH-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CPY-CHHREC.

       FD  SLA-REPORT-FILE.
           COPY CPY-SLAREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHH-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CHH-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-CHAIN-HISTORY        VALUE "Y".
           05  WS-CUR-FINAL-SWITCH     PIC X VALUE "N".
               88  CUR-CHAIN-COMPLETE          VALUE "Y".
           05  WS-LATE-SWITCH          PIC X VALUE "N".
               88  CHAIN-IS-LATE               VALUE "Y".
           05  WS-RECENT-SWITCH        PIC X VALUE "N".
               88  CHAIN-IS-RECENT             VALUE "Y".

      *    Settings - raw environment values accepted into X fields
      *    first so an unset or mis-keyed variable falls back to the
      *    default instead of abending (the NUMDRM01 threshold
      *    precedent).
       01  WS-ENV-AREA.
           05  WS-ENV-DEADLINE         PIC X(4) VALUE SPACES.
           05  FILLER REDEFINES WS-ENV-DEADLINE.
               10  WS-ENV-DL-HH        PIC 9(2).
               10  WS-ENV-DL-MM        PIC 9(2).
           05  WS-ENV-CHAINS           PIC X(5) VALUE SPACES.
           05  WS-ENV-PCT              PIC X(5) VALUE SPACES.
           05  WS-ENV-SCAN             PIC X(5) VALUE SPACES.
           05  FILLER REDEFINES WS-ENV-SCAN.
               10  WS-ENV-SCAN-CH      OCCURS 5 TIMES PIC X(1).
           05  WS-DIGIT-X              PIC X(1) VALUE SPACE.
           05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                       PIC 9(1).
           05  WS-SCAN-WORK            PIC 9(5) VALUE ZERO.
           05  WS-CI                   PIC 9(1) VALUE ZERO.
           05  WS-SCAN-DONE-SW         PIC X(1) VALUE "N".
               88  SCAN-DONE                   VALUE "Y".

       01  WS-DEADLINE-HHMM            PIC 9(4) VALUE 0600.
       01  FILLER REDEFINES WS-DEADLINE-HHMM.
           05  WS-DEADLINE-HH          PIC 9(2).
           05  WS-DEADLINE-MM          PIC 9(2).
       01  WS-DEADLINE-SECS            PIC 9(5)  COMP-3 VALUE ZERO.
       01  WS-DEADLINE-EDIT.
           05  WS-DLE-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-DLE-MM               PIC 9(2).
       01  WS-CHAINS-SHOWN             PIC 9(5) VALUE 10.
       01  WS-ABOVE-PCT                PIC 9(5) VALUE 150.
       01  WS-ABOVE-FLOOR              PIC 9(5) VALUE 60.

      *    Stamp conversion - a CCYYMMDDHHMMSSss stamp to seconds on
      *    the day-serial scale, so elapsed times run cleanly over
      *    midnight and month ends.
       01  WS-TIME-WORK.
           05  WS-TW-STAMP             PIC 9(16) VALUE ZERO.
           05  FILLER REDEFINES WS-TW-STAMP.
               10  WS-TW-DATE          PIC 9(8).
               10  WS-TW-HH            PIC 9(2).
               10  WS-TW-MM            PIC 9(2).
               10  WS-TW-SS            PIC 9(2).
               10  WS-TW-HS            PIC 9(2).
           05  WS-TW-DAY-SECS          PIC 9(5)  COMP-3 VALUE ZERO.
           05  WS-TW-SECONDS           PIC S9(15) COMP-3 VALUE ZERO.

       01  WS-START-SECS               PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-END-SECS                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-STEP-ELAPSED             PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-CHAIN-ELAPSED            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-DEADLINE-INSTANT         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-ABOVE-WORK               PIC S9(15) COMP-3 VALUE ZERO.

      *    HH:MM:SS clock time and HHH:MM:SS elapsed time for the
      *    report.
       01  WS-CLOCK-EDIT.
           05  WS-CLK-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-CLK-MM               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-CLK-SS               PIC 9(2).
       01  WS-ELAPSED-EDIT.
           05  WS-ELP-HH               PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-ELP-MM               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-ELP-SS               PIC 9(2).
       01  WS-FMT-SECONDS              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FMT-HOURS                PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-FMT-REM                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FMT-MINUTES              PIC S9(3)  COMP-3 VALUE ZERO.
       01  WS-FMT-SECS                 PIC S9(3)  COMP-3 VALUE ZERO.

      *    Per-step figures, subscripted by step number. The whole-
      *    history runs, total and average come from the first pass;
      *    the recent figures and the runs above average from the
      *    chains the report shows.
       01  WS-STS-TABLE.
           05  WS-STS-ENTRY OCCURS 9 TIMES.
               10  WS-STS-PROGRAM      PIC X(8).
               10  WS-STS-RUNS         PIC 9(7)   COMP-3.
               10  WS-STS-TOTAL        PIC S9(15) COMP-3.
               10  WS-STS-AVERAGE      PIC S9(11) COMP-3.
               10  WS-STS-LONGEST      PIC S9(11) COMP-3.
               10  WS-STS-RECENT-RUNS  PIC 9(7)   COMP-3.
               10  WS-STS-RECENT-TOTAL PIC S9(15) COMP-3.
               10  WS-STS-ABOVE        PIC 9(7)   COMP-3.
       01  WS-TI                       PIC 9(2) VALUE ZERO.
       01  WS-RECENT-AVERAGE           PIC S9(11) COMP-3 VALUE ZERO.

      *    The chain in hand on the report pass - its step
      *    completions are held until the chain's last record has
      *    been read, since the chain line goes above them.
       01  WS-CUR-CHAIN.
           05  WS-CUR-CHAIN-START      PIC 9(16) VALUE ZERO.
           05  WS-CUR-CHAIN-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-CUR-END-STAMP        PIC 9(16) VALUE ZERO.
           05  WS-CUR-RESTARTS         PIC 9(2)  VALUE ZERO.
           05  WS-CUR-RUN-TIME         PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-CUR-RECORDS          PIC 9(3)  VALUE ZERO.
           05  WS-CUR-STEP-COUNT       PIC 9(2)  VALUE ZERO.
           05  WS-CUR-STEP OCCURS 9 TIMES.
               10  WS-CUR-STEP-NO      PIC 9(1).
               10  WS-CUR-PROGRAM      PIC X(8).
               10  WS-CUR-START        PIC 9(16).
               10  WS-CUR-END          PIC 9(16).
               10  WS-CUR-RUN-TYPE     PIC X(1).
               10  WS-CUR-ELAPSED      PIC S9(11) COMP-3.
       01  WS-CUR-STEP-MAX             PIC 9(2) VALUE 9.
       01  WS-BI                       PIC 9(2) VALUE ZERO.

       01  WS-PREV-CHAIN-START         PIC 9(16) VALUE ZERO.
       01  WS-CHAIN-TOTAL              PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-CHAIN-ORDINAL            PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-FIRST-SHOWN              PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-LAST-LATE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RECENT-LAST-LATE-DATE    PIC 9(8) VALUE ZERO.

      *    Chain elapsed totals for the averages and the trend -
      *    completed chains only.
       01  WS-ELAPSED-TOTALS.
           05  WS-ALL-ELAPSED-TOTAL    PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-RECENT-ELAPSED-TOTAL PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-EARLIER-ELAPSED-TOTAL
                                       PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-RECENT-LONGEST       PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-RECENT-CHAIN-AVERAGE PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-EARLIER-CHAIN-AVERAGE
                                       PIC S9(15) COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-COMPLETE-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-INCOMPLETE-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RECENT-COMPLETE      PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-EARLIER-COMPLETE     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-LATE-CHAIN-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-LATE-NIGHT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RECENT-LATE-CHAINS   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RECENT-LATE-NIGHTS   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ABOVE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RESTART-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-REDRIVE-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNLISTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-BAD-STEP-COUNT       PIC 9(9) COMP-3 VALUE ZERO.

      *    Day-serial conversion work fields (no intrinsics) - serial
      *    numbers are only ever differenced, so the epoch does not
      *    matter.
       01  WS-SERIAL-WORK.
           05  WS-SER-DATE             PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-SER-DATE.
               10  WS-SER-YEAR         PIC 9(4).
               10  WS-SER-MONTH        PIC 9(2).
               10  WS-SER-DAY          PIC 9(2).
           05  WS-SER-LEAP-YEAR        PIC 9(4)         VALUE ZERO.
           05  WS-SER-LEAPS            PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SER-WORK             PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SER-CUM-DAYS         PIC 9(3)  COMP-3 VALUE ZERO.
           05  WS-SERIAL               PIC S9(9) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-PASS
           PERFORM 8000-WRITE-STEP-AVERAGES
           PERFORM 8200-WRITE-TREND
           PERFORM 8300-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ENV-DEADLINE FROM ENVIRONMENT "NUMCHN01-DEADLINE"
           ACCEPT WS-ENV-CHAINS   FROM ENVIRONMENT "NUMSLA01-CHAINS"
           ACCEPT WS-ENV-PCT      FROM ENVIRONMENT "NUMSLA01-PCT"
           PERFORM 1100-SET-SETTINGS

           PERFORM VARYING WS-TI FROM 1 BY 1 UNTIL WS-TI > 9
               MOVE SPACES TO WS-STS-PROGRAM (WS-TI)
               MOVE ZERO   TO WS-STS-RUNS (WS-TI)
               MOVE ZERO   TO WS-STS-TOTAL (WS-TI)
               MOVE ZERO   TO WS-STS-AVERAGE (WS-TI)
               MOVE ZERO   TO WS-STS-LONGEST (WS-TI)
               MOVE ZERO   TO WS-STS-RECENT-RUNS (WS-TI)
               MOVE ZERO   TO WS-STS-RECENT-TOTAL (WS-TI)
               MOVE ZERO   TO WS-STS-ABOVE (WS-TI)
           END-PERFORM

           PERFORM 1200-SCAN-HISTORY

           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMSLA01: UNABLE TO OPEN SLARPT, STATUS = "
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 1300-WRITE-HEADINGS.

       1100-SET-SETTINGS.
      *    The deadline must be four digits making a real time of
      *    day; the chain count and percentage are the leading digits
      *    of their values. Anything else keeps the default.
           IF WS-ENV-DEADLINE IS NUMERIC
               IF WS-ENV-DL-HH < 24
                  AND WS-ENV-DL-MM < 60
                   MOVE WS-ENV-DL-HH TO WS-DEADLINE-HH
                   MOVE WS-ENV-DL-MM TO WS-DEADLINE-MM
               END-IF
           END-IF
           COMPUTE WS-DEADLINE-SECS = (WS-DEADLINE-HH * 3600)
               + (WS-DEADLINE-MM * 60)
           MOVE WS-DEADLINE-HH TO WS-DLE-HH
           MOVE WS-DEADLINE-MM TO WS-DLE-MM

           MOVE WS-ENV-CHAINS TO WS-ENV-SCAN
           PERFORM 1150-SCAN-ENV-DIGITS
           IF WS-SCAN-WORK > ZERO
               MOVE WS-SCAN-WORK TO WS-CHAINS-SHOWN
           END-IF

           MOVE WS-ENV-PCT TO WS-ENV-SCAN
           PERFORM 1150-SCAN-ENV-DIGITS
           IF WS-SCAN-WORK > 100
               MOVE WS-SCAN-WORK TO WS-ABOVE-PCT
           END-IF.

       1150-SCAN-ENV-DIGITS.
      *    Leading digits of WS-ENV-SCAN into WS-SCAN-WORK.
           MOVE ZERO TO WS-SCAN-WORK
           MOVE "N"  TO WS-SCAN-DONE-SW
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > 5
                      OR SCAN-DONE
               IF WS-ENV-SCAN-CH (WS-CI) >= "0"
                  AND WS-ENV-SCAN-CH (WS-CI) <= "9"
                   MOVE WS-ENV-SCAN-CH (WS-CI) TO WS-DIGIT-X
                   COMPUTE WS-SCAN-WORK =
                       (WS-SCAN-WORK * 10) + WS-DIGIT-9
               ELSE
                   MOVE "Y" TO WS-SCAN-DONE-SW
               END-IF
           END-PERFORM.

       1200-SCAN-HISTORY.
      *    First pass - the number of chains on file and each step's
      *    runs, total, longest and average over the whole history.
      *    No CHNHIST means no chain has completed a step yet.
           OPEN INPUT CHAIN-HISTORY-FILE
           IF WS-CHH-STATUS NOT = "00"
               DISPLAY "NUMSLA01: UNABLE TO OPEN CHNHIST, STATUS = "
                   WS-CHH-STATUS " - NO CHAIN HISTORY TO REPORT"
               STOP RUN
           END-IF
           MOVE "N" TO WS-CHH-EOF-SWITCH
           MOVE ZERO TO WS-PREV-CHAIN-START
           PERFORM 1290-READ-HISTORY
           PERFORM 1210-COUNT-ONE-RECORD UNTIL END-OF-CHAIN-HISTORY
           CLOSE CHAIN-HISTORY-FILE

           IF WS-CHAIN-TOTAL = ZERO
               DISPLAY "NUMSLA01: CHNHIST IS EMPTY - NOTHING TO REPORT"
               STOP RUN
           END-IF

           PERFORM VARYING WS-TI FROM 1 BY 1 UNTIL WS-TI > 9
               IF WS-STS-RUNS (WS-TI) > ZERO
                   COMPUTE WS-STS-AVERAGE (WS-TI) ROUNDED =
                       WS-STS-TOTAL (WS-TI) / WS-STS-RUNS (WS-TI)
               END-IF
           END-PERFORM

           IF WS-CHAIN-TOTAL > WS-CHAINS-SHOWN
               COMPUTE WS-FIRST-SHOWN =
                   WS-CHAIN-TOTAL - WS-CHAINS-SHOWN + 1
           ELSE
               MOVE 1 TO WS-FIRST-SHOWN
           END-IF.

       1210-COUNT-ONE-RECORD.
           IF WS-CHAIN-TOTAL = ZERO
              OR CHH-CHAIN-START NOT = WS-PREV-CHAIN-START
               ADD 1 TO WS-CHAIN-TOTAL
               MOVE CHH-CHAIN-START TO WS-PREV-CHAIN-START
           END-IF
           IF CHH-STEP-NO > ZERO
               PERFORM 3050-STEP-ELAPSED
               MOVE CHH-STEP-NO TO WS-TI
               MOVE CHH-PROGRAM TO WS-STS-PROGRAM (WS-TI)
               ADD 1 TO WS-STS-RUNS (WS-TI)
               ADD WS-STEP-ELAPSED TO WS-STS-TOTAL (WS-TI)
               IF WS-STEP-ELAPSED > WS-STS-LONGEST (WS-TI)
                   MOVE WS-STEP-ELAPSED TO WS-STS-LONGEST (WS-TI)
               END-IF
           END-IF
           PERFORM 1290-READ-HISTORY.

       1290-READ-HISTORY.
           READ CHAIN-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-CHH-EOF-SWITCH
           END-READ.

       1300-WRITE-HEADINGS.
           MOVE SPACES                   TO SLA-HEADING-LINE
           MOVE "BATCH-WINDOW SLA REPORT" TO SLA-HDG-LABEL
           MOVE "NIGHTLY CHAIN RUN HISTORY (CHNHIST)"
                                         TO SLA-HDG-VALUE
           WRITE SLA-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES                   TO SLA-HEADING-LINE
           MOVE "WINDOW DEADLINE (HH:MM)" TO SLA-HDG-LABEL
           MOVE WS-DEADLINE-EDIT         TO SLA-HDG-VALUE
           WRITE SLA-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES                   TO SLA-SUMMARY-LINE
           MOVE "CHAINS SHOWN (MOST RECENT)" TO SLA-SUM-LABEL
           MOVE WS-CHAINS-SHOWN          TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "ABOVE-AVERAGE THRESHOLD (PCT)" TO SLA-SUM-LABEL
           MOVE WS-ABOVE-PCT             TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE SPACES                   TO SLA-CAPTION-LINE
           MOVE "CHAIN DATE     STARTED  ENDED"
                                         TO SLA-CAP-LEFT
           MOVE "    ELAPSED  RUN TIME RS RESULT"
                                         TO SLA-CAP-RIGHT
           WRITE SLA-CAPTION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE.

       2000-REPORT-PASS.
      *    Second pass - a chain is closed off when the first record
      *    of the next one is read, and at end of file.
           OPEN INPUT CHAIN-HISTORY-FILE
           IF WS-CHH-STATUS NOT = "00"
               DISPLAY "NUMSLA01: UNABLE TO REOPEN CHNHIST, STATUS = "
                   WS-CHH-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-CHH-EOF-SWITCH
           MOVE ZERO TO WS-CUR-RECORDS
           PERFORM 1290-READ-HISTORY
           PERFORM 2100-TAKE-ONE-RECORD UNTIL END-OF-CHAIN-HISTORY
           IF WS-CUR-RECORDS > ZERO
               PERFORM 2200-CLOSE-CHAIN
           END-IF
           CLOSE CHAIN-HISTORY-FILE.

       2100-TAKE-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           IF WS-CUR-RECORDS > ZERO
              AND CHH-CHAIN-START NOT = WS-CUR-CHAIN-START
               PERFORM 2200-CLOSE-CHAIN
           END-IF
           IF WS-CUR-RECORDS = ZERO
               MOVE CHH-CHAIN-START TO WS-CUR-CHAIN-START
               MOVE CHH-CHAIN-DATE  TO WS-CUR-CHAIN-DATE
               MOVE ZERO            TO WS-CUR-RESTARTS
               MOVE ZERO            TO WS-CUR-RUN-TIME
               MOVE ZERO            TO WS-CUR-STEP-COUNT
               MOVE "N"             TO WS-CUR-FINAL-SWITCH
           END-IF
           ADD 1 TO WS-CUR-RECORDS
           MOVE CHH-END-STAMP TO WS-CUR-END-STAMP
           IF CHH-FINAL-STEP
               MOVE "Y" TO WS-CUR-FINAL-SWITCH
           END-IF
           IF CHH-RESTART
               ADD 1 TO WS-RESTART-COUNT
               ADD 1 TO WS-CUR-RESTARTS
           END-IF
           IF CHH-REDRIVE
               ADD 1 TO WS-REDRIVE-COUNT
           END-IF

           IF CHH-STEP-NO = ZERO
               ADD 1 TO WS-BAD-STEP-COUNT
           ELSE
               PERFORM 3050-STEP-ELAPSED
               ADD WS-STEP-ELAPSED TO WS-CUR-RUN-TIME
               IF WS-CUR-STEP-COUNT < WS-CUR-STEP-MAX
                   ADD 1 TO WS-CUR-STEP-COUNT
                   MOVE WS-CUR-STEP-COUNT TO WS-BI
                   MOVE CHH-STEP-NO     TO WS-CUR-STEP-NO (WS-BI)
                   MOVE CHH-PROGRAM     TO WS-CUR-PROGRAM (WS-BI)
                   MOVE CHH-START-STAMP TO WS-CUR-START (WS-BI)
                   MOVE CHH-END-STAMP   TO WS-CUR-END (WS-BI)
                   MOVE CHH-RUN-TYPE    TO WS-CUR-RUN-TYPE (WS-BI)
                   MOVE WS-STEP-ELAPSED TO WS-CUR-ELAPSED (WS-BI)
               ELSE
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-IF
           PERFORM 1290-READ-HISTORY.

       2200-CLOSE-CHAIN.
      *    Elapsed from the chain's first start to its last step's
      *    end, wall clock. Only a completed chain is measured
      *    against the deadline or counted in the chain averages.
           ADD 1 TO WS-CHAIN-ORDINAL
           IF WS-CHAIN-ORDINAL >= WS-FIRST-SHOWN
               MOVE "Y" TO WS-RECENT-SWITCH
           ELSE
               MOVE "N" TO WS-RECENT-SWITCH
           END-IF

           MOVE WS-CUR-CHAIN-START TO WS-TW-STAMP
           PERFORM 3000-STAMP-TO-SECONDS
           MOVE WS-TW-SECONDS TO WS-START-SECS
           COMPUTE WS-DEADLINE-INSTANT =
               WS-TW-SECONDS - WS-TW-DAY-SECS + WS-DEADLINE-SECS
           IF WS-TW-DAY-SECS >= WS-DEADLINE-SECS
               ADD 86400 TO WS-DEADLINE-INSTANT
           END-IF
           MOVE WS-CUR-END-STAMP TO WS-TW-STAMP
           PERFORM 3000-STAMP-TO-SECONDS
           MOVE WS-TW-SECONDS TO WS-END-SECS
           COMPUTE WS-CHAIN-ELAPSED = WS-END-SECS - WS-START-SECS
           IF WS-CHAIN-ELAPSED < ZERO
               MOVE ZERO TO WS-CHAIN-ELAPSED
           END-IF

           MOVE "N" TO WS-LATE-SWITCH
           IF CUR-CHAIN-COMPLETE
               ADD 1 TO WS-COMPLETE-COUNT
               ADD WS-CHAIN-ELAPSED TO WS-ALL-ELAPSED-TOTAL
               IF WS-END-SECS > WS-DEADLINE-INSTANT
                   MOVE "Y" TO WS-LATE-SWITCH
                   PERFORM 2250-COUNT-LATE-CHAIN
               END-IF
               IF CHAIN-IS-RECENT
                   ADD 1 TO WS-RECENT-COMPLETE
                   ADD WS-CHAIN-ELAPSED TO WS-RECENT-ELAPSED-TOTAL
                   IF WS-CHAIN-ELAPSED > WS-RECENT-LONGEST
                       MOVE WS-CHAIN-ELAPSED TO WS-RECENT-LONGEST
                   END-IF
               ELSE
                   ADD 1 TO WS-EARLIER-COMPLETE
                   ADD WS-CHAIN-ELAPSED TO WS-EARLIER-ELAPSED-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF

           IF CHAIN-IS-RECENT
               PERFORM 2300-WRITE-CHAIN-LINES
           END-IF
           MOVE ZERO TO WS-CUR-RECORDS.

       2250-COUNT-LATE-CHAIN.
      *    Chains come off CHNHIST in the order they ran, so a night
      *    is counted once however many of its chains ran late.
           ADD 1 TO WS-LATE-CHAIN-COUNT
           IF WS-CUR-CHAIN-DATE NOT = WS-LAST-LATE-DATE
               ADD 1 TO WS-LATE-NIGHT-COUNT
               MOVE WS-CUR-CHAIN-DATE TO WS-LAST-LATE-DATE
           END-IF
           IF CHAIN-IS-RECENT
               ADD 1 TO WS-RECENT-LATE-CHAINS
               IF WS-CUR-CHAIN-DATE NOT = WS-RECENT-LAST-LATE-DATE
                   ADD 1 TO WS-RECENT-LATE-NIGHTS
                   MOVE WS-CUR-CHAIN-DATE TO WS-RECENT-LAST-LATE-DATE
               END-IF
           END-IF.

       2300-WRITE-CHAIN-LINES.
           MOVE SPACES                   TO SLA-CHAIN-LINE
           MOVE "CHAIN"                  TO SLA-CHN-TAG
           MOVE WS-CUR-CHAIN-DATE        TO SLA-CHN-DATE
           MOVE WS-CUR-CHAIN-START       TO WS-TW-STAMP
           PERFORM 3200-FORMAT-CLOCK
           MOVE WS-CLOCK-EDIT            TO SLA-CHN-START-TIME
           MOVE WS-CUR-END-STAMP         TO WS-TW-STAMP
           MOVE WS-TW-DATE               TO SLA-CHN-END-DATE
           PERFORM 3200-FORMAT-CLOCK
           MOVE WS-CLOCK-EDIT            TO SLA-CHN-END-TIME
           MOVE WS-CHAIN-ELAPSED         TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-CHN-ELAPSED
           MOVE WS-CUR-RUN-TIME          TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-CHN-RUN-TIME
           MOVE WS-CUR-RESTARTS          TO SLA-CHN-RESTARTS
           EVALUATE TRUE
               WHEN NOT CUR-CHAIN-COMPLETE
                   MOVE "INCOMPLETE"     TO SLA-CHN-FLAG
               WHEN CHAIN-IS-LATE
                   MOVE "LATE"           TO SLA-CHN-FLAG
               WHEN OTHER
                   MOVE "ON TIME"        TO SLA-CHN-FLAG
           END-EVALUATE
           WRITE SLA-CHAIN-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           PERFORM VARYING WS-BI FROM 1 BY 1
                   UNTIL WS-BI > WS-CUR-STEP-COUNT
               PERFORM 2400-WRITE-ONE-STEP
           END-PERFORM.

       2400-WRITE-ONE-STEP.
      *    Well above average - over the percentage of the step's
      *    whole-history average and at least the floor over it.
           MOVE WS-CUR-STEP-NO (WS-BI)   TO WS-TI
           ADD 1 TO WS-STS-RECENT-RUNS (WS-TI)
           ADD WS-CUR-ELAPSED (WS-BI)    TO WS-STS-RECENT-TOTAL (WS-TI)

           MOVE SPACES                   TO SLA-STEP-LINE
           MOVE WS-CUR-STEP-NO (WS-BI)   TO SLA-STP-STEP-NO
           MOVE WS-CUR-PROGRAM (WS-BI)   TO SLA-STP-PROGRAM
           MOVE WS-CUR-START (WS-BI)     TO WS-TW-STAMP
           MOVE WS-TW-DATE               TO SLA-STP-START-DATE
           PERFORM 3200-FORMAT-CLOCK
           MOVE WS-CLOCK-EDIT            TO SLA-STP-START-TIME
           MOVE WS-CUR-END (WS-BI)       TO WS-TW-STAMP
           PERFORM 3200-FORMAT-CLOCK
           MOVE WS-CLOCK-EDIT            TO SLA-STP-END-TIME
           MOVE WS-CUR-ELAPSED (WS-BI)   TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-STP-ELAPSED
           EVALUATE WS-CUR-RUN-TYPE (WS-BI)
               WHEN "F"
                   MOVE "FIRST"          TO SLA-STP-RUN-TYPE
               WHEN "R"
                   MOVE "RESTART"        TO SLA-STP-RUN-TYPE
               WHEN "D"
                   MOVE "REDRIVE"        TO SLA-STP-RUN-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN"        TO SLA-STP-RUN-TYPE
           END-EVALUATE
           MOVE WS-STS-AVERAGE (WS-TI)   TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-STP-AVERAGE

           COMPUTE WS-ABOVE-WORK =
               WS-CUR-ELAPSED (WS-BI) - WS-STS-AVERAGE (WS-TI)
           IF (WS-CUR-ELAPSED (WS-BI) * 100) >
                  (WS-STS-AVERAGE (WS-TI) * WS-ABOVE-PCT)
              AND WS-ABOVE-WORK >= WS-ABOVE-FLOOR
               MOVE "ABOVE AVG"          TO SLA-STP-NOTE
               ADD 1 TO WS-ABOVE-COUNT
               ADD 1 TO WS-STS-ABOVE (WS-TI)
           END-IF
           WRITE SLA-STEP-LINE
           PERFORM 8900-CHECK-REPORT-WRITE.

       3000-STAMP-TO-SECONDS.
      *    WS-TW-STAMP to WS-TW-SECONDS, hundredths dropped; the
      *    seconds into the day are left in WS-TW-DAY-SECS.
           COMPUTE WS-TW-DAY-SECS = (WS-TW-HH * 3600)
               + (WS-TW-MM * 60) + WS-TW-SS
           IF WS-TW-DATE = ZERO
               MOVE ZERO TO WS-SERIAL
           ELSE
               MOVE WS-TW-DATE TO WS-SER-DATE
               PERFORM 3500-DATE-TO-SERIAL
           END-IF
           COMPUTE WS-TW-SECONDS = (WS-SERIAL * 86400)
               + WS-TW-DAY-SECS.

       3050-STEP-ELAPSED.
      *    The CHNHIST record's own start to end. A step with no
      *    start stamp, or a clock set back under it, counts zero.
           MOVE ZERO TO WS-STEP-ELAPSED
           IF CHH-START-STAMP > ZERO
              AND CHH-END-STAMP > CHH-START-STAMP
               MOVE CHH-START-STAMP TO WS-TW-STAMP
               PERFORM 3000-STAMP-TO-SECONDS
               MOVE WS-TW-SECONDS TO WS-START-SECS
               MOVE CHH-END-STAMP TO WS-TW-STAMP
               PERFORM 3000-STAMP-TO-SECONDS
               COMPUTE WS-STEP-ELAPSED =
                   WS-TW-SECONDS - WS-START-SECS
           END-IF.

       3100-FORMAT-ELAPSED.
      *    WS-FMT-SECONDS to HHH:MM:SS, held at 999 hours.
           IF WS-FMT-SECONDS < ZERO
               MOVE ZERO TO WS-FMT-SECONDS
           END-IF
           DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-SECS
           IF WS-FMT-HOURS > 999
               MOVE 999 TO WS-FMT-HOURS
           END-IF
           MOVE WS-FMT-HOURS   TO WS-ELP-HH
           MOVE WS-FMT-MINUTES TO WS-ELP-MM
           MOVE WS-FMT-SECS    TO WS-ELP-SS.

       3200-FORMAT-CLOCK.
           MOVE WS-TW-HH TO WS-CLK-HH
           MOVE WS-TW-MM TO WS-CLK-MM
           MOVE WS-TW-SS TO WS-CLK-SS.

       3500-DATE-TO-SERIAL.
      *    CCYYMMDD to a day serial (leap years included, no
      *    intrinsics) - the NUMFCT01 conversion.
           IF WS-SER-MONTH > 2
               MOVE WS-SER-YEAR TO WS-SER-LEAP-YEAR
           ELSE
               COMPUTE WS-SER-LEAP-YEAR = WS-SER-YEAR - 1
           END-IF
           DIVIDE WS-SER-LEAP-YEAR BY 4 GIVING WS-SER-LEAPS
           DIVIDE WS-SER-LEAP-YEAR BY 100 GIVING WS-SER-WORK
           SUBTRACT WS-SER-WORK FROM WS-SER-LEAPS
           DIVIDE WS-SER-LEAP-YEAR BY 400 GIVING WS-SER-WORK
           ADD WS-SER-WORK TO WS-SER-LEAPS

           EVALUATE WS-SER-MONTH
               WHEN 1  MOVE 0   TO WS-SER-CUM-DAYS
               WHEN 2  MOVE 31  TO WS-SER-CUM-DAYS
               WHEN 3  MOVE 59  TO WS-SER-CUM-DAYS
               WHEN 4  MOVE 90  TO WS-SER-CUM-DAYS
               WHEN 5  MOVE 120 TO WS-SER-CUM-DAYS
               WHEN 6  MOVE 151 TO WS-SER-CUM-DAYS
               WHEN 7  MOVE 181 TO WS-SER-CUM-DAYS
               WHEN 8  MOVE 212 TO WS-SER-CUM-DAYS
               WHEN 9  MOVE 243 TO WS-SER-CUM-DAYS
               WHEN 10 MOVE 273 TO WS-SER-CUM-DAYS
               WHEN 11 MOVE 304 TO WS-SER-CUM-DAYS
               WHEN OTHER MOVE 334 TO WS-SER-CUM-DAYS
           END-EVALUATE

           COMPUTE WS-SERIAL = (WS-SER-YEAR * 365) + WS-SER-LEAPS
               + WS-SER-CUM-DAYS + WS-SER-DAY.

       8000-WRITE-STEP-AVERAGES.
      *    One line per step that has ever completed.
           MOVE SPACES                   TO SLA-CAPTION-LINE
           MOVE "STEP         RUNS  ALL HIST    LAST N"
                                         TO SLA-CAP-LEFT
           MOVE "LONGEST  ABOVE"         TO SLA-CAP-RIGHT
           WRITE SLA-CAPTION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           PERFORM VARYING WS-TI FROM 1 BY 1 UNTIL WS-TI > 9
               IF WS-STS-RUNS (WS-TI) > ZERO
                   PERFORM 8050-WRITE-ONE-AVERAGE
               END-IF
           END-PERFORM.

       8050-WRITE-ONE-AVERAGE.
           MOVE ZERO TO WS-RECENT-AVERAGE
           IF WS-STS-RECENT-RUNS (WS-TI) > ZERO
               COMPUTE WS-RECENT-AVERAGE ROUNDED =
                   WS-STS-RECENT-TOTAL (WS-TI)
                   / WS-STS-RECENT-RUNS (WS-TI)
           END-IF
           MOVE SPACES                   TO SLA-AVERAGE-LINE
           MOVE WS-TI                    TO SLA-AVG-STEP-NO
           MOVE WS-STS-PROGRAM (WS-TI)   TO SLA-AVG-PROGRAM
           MOVE WS-STS-RUNS (WS-TI)      TO SLA-AVG-RUNS
           MOVE WS-STS-AVERAGE (WS-TI)   TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-AVG-ALL
           MOVE WS-RECENT-AVERAGE        TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-AVG-RECENT
           MOVE WS-STS-LONGEST (WS-TI)   TO WS-FMT-SECONDS
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-AVG-LONGEST
           MOVE WS-STS-ABOVE (WS-TI)     TO SLA-AVG-ABOVE
           WRITE SLA-AVERAGE-LINE
           PERFORM 8900-CHECK-REPORT-WRITE.

       8200-WRITE-TREND.
      *    Average elapsed of the completed chains shown against the
      *    completed chains before them.
           IF WS-COMPLETE-COUNT > ZERO
               COMPUTE WS-FMT-SECONDS ROUNDED =
                   WS-ALL-ELAPSED-TOTAL / WS-COMPLETE-COUNT
           ELSE
               MOVE ZERO TO WS-FMT-SECONDS
           END-IF
           MOVE SPACES                   TO SLA-TIME-LINE
           MOVE "AVG CHAIN ELAPSED - ALL CHAINS" TO SLA-TIM-LABEL
           PERFORM 8250-WRITE-TIME-LINE

           MOVE ZERO TO WS-RECENT-CHAIN-AVERAGE
           IF WS-RECENT-COMPLETE > ZERO
               COMPUTE WS-RECENT-CHAIN-AVERAGE ROUNDED =
                   WS-RECENT-ELAPSED-TOTAL / WS-RECENT-COMPLETE
           END-IF
           MOVE WS-RECENT-CHAIN-AVERAGE  TO WS-FMT-SECONDS
           MOVE "  LAST N CHAINS"        TO SLA-TIM-LABEL
           PERFORM 8250-WRITE-TIME-LINE

           MOVE ZERO TO WS-EARLIER-CHAIN-AVERAGE
           IF WS-EARLIER-COMPLETE > ZERO
               COMPUTE WS-EARLIER-CHAIN-AVERAGE ROUNDED =
                   WS-EARLIER-ELAPSED-TOTAL / WS-EARLIER-COMPLETE
           END-IF
           MOVE WS-EARLIER-CHAIN-AVERAGE TO WS-FMT-SECONDS
           MOVE "  EARLIER CHAINS"       TO SLA-TIM-LABEL
           PERFORM 8250-WRITE-TIME-LINE

           MOVE WS-RECENT-LONGEST        TO WS-FMT-SECONDS
           MOVE "LONGEST CHAIN - LAST N CHAINS" TO SLA-TIM-LABEL
           PERFORM 8250-WRITE-TIME-LINE

           MOVE SPACES                   TO SLA-HEADING-LINE
           MOVE "CHAIN TREND (LAST N VS EARLIER)" TO SLA-HDG-LABEL
           EVALUATE TRUE
               WHEN WS-EARLIER-COMPLETE = ZERO
                 OR WS-RECENT-COMPLETE = ZERO
                   MOVE "NOT ENOUGH COMPLETED CHAINS"
                                         TO SLA-HDG-VALUE
               WHEN WS-RECENT-CHAIN-AVERAGE > WS-EARLIER-CHAIN-AVERAGE
                   MOVE "LONGER"         TO SLA-HDG-VALUE
               WHEN WS-RECENT-CHAIN-AVERAGE < WS-EARLIER-CHAIN-AVERAGE
                   MOVE "SHORTER"        TO SLA-HDG-VALUE
               WHEN OTHER
                   MOVE "UNCHANGED"      TO SLA-HDG-VALUE
           END-EVALUATE
           WRITE SLA-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE.

       8250-WRITE-TIME-LINE.
           PERFORM 3100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT          TO SLA-TIM-ELAPSED
           WRITE SLA-TIME-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES                   TO SLA-TIME-LINE.

       8300-WRITE-SUMMARY.
           MOVE SPACES                   TO SLA-SUMMARY-LINE
           MOVE "STEP COMPLETIONS ON CHNHIST" TO SLA-SUM-LABEL
           MOVE WS-RECORD-COUNT          TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  RESTARTED STEPS"      TO SLA-SUM-LABEL
           MOVE WS-RESTART-COUNT         TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  STEPS RUN ON A RE-DRIVE" TO SLA-SUM-LABEL
           MOVE WS-REDRIVE-COUNT         TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "CHAINS ON CHNHIST"      TO SLA-SUM-LABEL
           MOVE WS-CHAIN-TOTAL           TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  COMPLETED"            TO SLA-SUM-LABEL
           MOVE WS-COMPLETE-COUNT        TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  NEVER COMPLETED"      TO SLA-SUM-LABEL
           MOVE WS-INCOMPLETE-COUNT      TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "CHAINS ENDED PAST DEADLINE" TO SLA-SUM-LABEL
           MOVE WS-LATE-CHAIN-COUNT      TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  OF THEM IN THE LAST N CHAINS" TO SLA-SUM-LABEL
           MOVE WS-RECENT-LATE-CHAINS    TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "NIGHTS ENDED PAST DEADLINE" TO SLA-SUM-LABEL
           MOVE WS-LATE-NIGHT-COUNT      TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "  OF THEM IN THE LAST N CHAINS" TO SLA-SUM-LABEL
           MOVE WS-RECENT-LATE-NIGHTS    TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "STEP RUNS ABOVE AVG (LAST N)" TO SLA-SUM-LABEL
           MOVE WS-ABOVE-COUNT           TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "STEPS NOT ITEMIZED (TABLE FULL)" TO SLA-SUM-LABEL
           MOVE WS-UNLISTED-COUNT        TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE
           MOVE "RECORDS WITH NO STEP NUMBER" TO SLA-SUM-LABEL
           MOVE WS-BAD-STEP-COUNT        TO SLA-SUM-COUNT
           PERFORM 8800-WRITE-SUMMARY-LINE.

       8800-WRITE-SUMMARY-LINE.
           WRITE SLA-SUMMARY-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES TO SLA-SUMMARY-LINE.

       8900-CHECK-REPORT-WRITE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMSLA01: WRITE TO SLARPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       9000-TERMINATE.
           CLOSE SLA-REPORT-FILE
           DISPLAY "NUMSLA01: WINDOW DEADLINE        = "
               WS-DEADLINE-EDIT
           DISPLAY "NUMSLA01: CHAINS ON CHNHIST      = " WS-CHAIN-TOTAL
           DISPLAY "NUMSLA01: CHAINS ENDED LATE      = "
               WS-LATE-CHAIN-COUNT
           DISPLAY "NUMSLA01: NIGHTS ENDED LATE      = "
               WS-LATE-NIGHT-COUNT
           DISPLAY "NUMSLA01: STEP RUNS ABOVE AVERAGE = "
               WS-ABOVE-COUNT.
