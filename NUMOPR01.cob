      *   1 - the last checkpoint: position (CKPT-LAST-ACCT-NO /
      *       CKPT-LAST-SEQ-NO) and the running figures saved with it
      *   2 - the most recent completed run's end-of-day summary
      *       (SUMRPT) - every intraday cycle of the date and the
      *       date's TOTAL line - and its balancing result
      *       recomputed from TOTFILE, the same comparison NUMBAL01
      *       prints
      *   3 - the run-control status (RUNCTL): last posted business
      *       date and cycle, the date and cycle in flight, and
      *       whether a restart is pending because a run stamped
      *       in-progress never completed
      *   4 - the chain status (CHNCTL): every step of the NUMCHN01
      *       nightly chain with its start/completion stamps, which
      *       step a halted chain will resume from, and the business
      *       date and posting cycle the chain is carrying - from
      *       RUNCTL while a posting is in flight, from EDTCTL when a
      *       cycle has been edited but not yet posted - and where the
      *       chain stands against the batch-window deadline
      *
      * The deadline is NUMCHN01-DEADLINE (HHMM, default 0600), the
      * same setting the NUMSLA01 SLA report measures by: the first
      * HHMM at or after the chain was started. A chain on CHNCTL
      * that has not completed by then - still running, or halted
      * and not yet re-driven - is warned about as soon as the
      * inquiry starts, and again with option 4.
      *
      * Strictly read-only - every file is opened INPUT, fresh on
      * every inquiry so the figures are current - so it is safe to
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.

           SELECT EDIT-CONTROL-FILE ASSIGN TO "EDTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CPY-CHNREC.

       FD  EDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-ECTREC.

       WORKING-STORAGE SECTION.
           COPY CPY-NUMAREA.
           COPY CPY-NUMAREA-SGN.
           05  WS-TOT-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-CHN-STATUS           PIC XX VALUE SPACES.
           05  WS-ECT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X VALUE "N".
               88  END-OF-CHAIN-FILE           VALUE "Y".
           05  WS-RESUME-SWITCH        PIC X VALUE "N".
               88  RESUME-STEP-SHOWN           VALUE "Y".
           05  WS-SUM-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-SUMMARY-FILE         VALUE "Y".
           05  WS-RUN-FOUND-SWITCH     PIC X VALUE "N".
               88  RUN-CONTROL-FOUND           VALUE "Y".
           05  WS-CHAIN-OPEN-SWITCH    PIC X VALUE "N".
               88  CHAIN-NOT-COMPLETE          VALUE "Y".
           05  WS-WINDOW-DETAIL-SWITCH PIC X VALUE "N".
               88  WINDOW-DETAIL-WANTED        VALUE "Y".

      *    The posting cycle the chain is carrying - RUNCTL's last
      *    posted date and cycle, overtaken by a run in flight or by
      *    an edit not yet posted.
       01  WS-CYCLE-WORK.
           05  WS-POSTED-DATE          PIC 9(8) VALUE ZERO.
           05  WS-POSTED-CYCLE         PIC 9(2) VALUE ZERO.
           05  WS-FLIGHT-DATE          PIC 9(8) VALUE ZERO.
           05  WS-FLIGHT-CYCLE         PIC 9(2) VALUE ZERO.

      *    Batch-window deadline - the raw environment value is
      *    accepted into an X field first so an unset or mis-keyed
      *    variable falls back to the default instead of abending.
       01  WS-ENV-DEADLINE             PIC X(4) VALUE SPACES.
       01  FILLER REDEFINES WS-ENV-DEADLINE.
           05  WS-ENV-DL-HH            PIC 9(2).
           05  WS-ENV-DL-MM            PIC 9(2).
       01  WS-DEADLINE-HHMM            PIC 9(4) VALUE 0600.
       01  FILLER REDEFINES WS-DEADLINE-HHMM.
           05  WS-DEADLINE-HH          PIC 9(2).
           05  WS-DEADLINE-MM          PIC 9(2).
       01  WS-DEADLINE-EDIT.
           05  WS-DLE-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-DLE-MM               PIC 9(2).

      *    The chain on CHNCTL against the deadline, in seconds on
      *    the day-serial scale so a window over midnight measures
      *    cleanly.
       01  WS-WINDOW-WORK.
           05  WS-WIN-CHAIN-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-WIN-CHAIN-START      PIC 9(16) VALUE ZERO.
           05  WS-WIN-LAST-END         PIC 9(16) VALUE ZERO.
           05  WS-WIN-NOW              PIC 9(16) VALUE ZERO.
           05  FILLER REDEFINES WS-WIN-NOW.
               10  WS-WIN-NOW-DATE     PIC 9(8).
               10  WS-WIN-NOW-TIME     PIC 9(8).
           05  WS-WIN-DEADLINE-SECS    PIC 9(5)   COMP-3 VALUE ZERO.
           05  WS-WIN-DEADLINE-INSTANT PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-WIN-COMPARE-SECS     PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-WIN-MINUTES          PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-WIN-MINUTES-EDIT     PIC Z(5)9.
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

       01  WS-INPUT-OPTION             PIC 9(1) VALUE ZERO.

       0000-MAIN.
           DISPLAY "NUMOPR01: OVERNIGHT RUN-STATUS INQUIRY "
               "(READ-ONLY)"
           PERFORM 1000-SET-DEADLINE
           MOVE "N" TO WS-WINDOW-DETAIL-SWITCH
           PERFORM 6400-CHECK-CHAIN-WINDOW
           PERFORM 2000-INQUIRE-ONCE UNTIL INQUIRY-DONE
           STOP RUN.

       1000-SET-DEADLINE.
      *    Four digits making a real time of day, or the default.
           ACCEPT WS-ENV-DEADLINE FROM ENVIRONMENT "NUMCHN01-DEADLINE"
           IF WS-ENV-DEADLINE IS NUMERIC
               IF WS-ENV-DL-HH < 24
                  AND WS-ENV-DL-MM < 60
                   MOVE WS-ENV-DL-HH TO WS-DEADLINE-HH
                   MOVE WS-ENV-DL-MM TO WS-DEADLINE-MM
               END-IF
           END-IF
           COMPUTE WS-WIN-DEADLINE-SECS = (WS-DEADLINE-HH * 3600)
               + (WS-DEADLINE-MM * 60)
           MOVE WS-DEADLINE-HH TO WS-DLE-HH
           MOVE WS-DEADLINE-MM TO WS-DLE-MM.

       2000-INQUIRE-ONCE.
           DISPLAY " "
           DISPLAY "ENTER OPTION - 1=CHECKPOINT 2=LAST RUN "
           END-IF.

       4000-SHOW-LAST-RUN.
      *    The most recent completed run's end-of-day summary - one
      *    block per intraday cycle and one for the date's TOTAL
      *    line - and its balancing result recomputed from TOTFILE
      *    exactly as NUMBAL01 computes it.
           OPEN INPUT SUMMARY-FILE
           IF WS-SUM-STATUS NOT = "00"
               DISPLAY "NO SUMMARY REPORT ON FILE, STATUS = "
                   WS-SUM-STATUS
           ELSE
               MOVE "N" TO WS-SUM-EOF-SWITCH
               READ SUMMARY-FILE
                   AT END
                       MOVE "Y" TO WS-SUM-EOF-SWITCH
                       DISPLAY "SUMMARY REPORT IS EMPTY"
                   NOT AT END
                       DISPLAY "LAST COMPLETED RUN (SUMRPT):"
               END-READ
               PERFORM 4050-SHOW-ONE-SUMMARY-LINE
                   UNTIL END-OF-SUMMARY-FILE
               CLOSE SUMMARY-FILE
           END-IF
           PERFORM 4100-SHOW-BALANCING.

       4050-SHOW-ONE-SUMMARY-LINE.
           DISPLAY "  RUN DATE           : " SUM-RUN-DATE
           DISPLAY "  CYCLE              : " SUM-CYCLE-LABEL
           DISPLAY "  TRANSACTIONS READ  : " SUM-TRAN-COUNT
           DISPLAY "  REJECTS            : " SUM-REJECT-COUNT
           DISPLAY "  CONTROL NUMBER     : " SUM-CONTROL-NUMBER
           DISPLAY "  COMPUTED NUMBER    : " SUM-COMPUTED-NUMBER
           DISPLAY "  NET ACTIVITY       : " SUM-NET-ACTIVITY
           DISPLAY "  REPROCESSED POSTED : " SUM-REPRO-POSTED
           DISPLAY "  REPROCESSED REJECTS: " SUM-REPRO-REJECTED
           READ SUMMARY-FILE
               AT END
                   MOVE "Y" TO WS-SUM-EOF-SWITCH
               NOT AT END
                   DISPLAY " "
           END-READ.

       4100-SHOW-BALANCING.
           OPEN INPUT TOTALS-FILE
           IF WS-TOT-STATUS NOT = "00"
                       DISPLAY "RUN CONTROL (RUNCTL):"
                       DISPLAY "  LAST POSTED DATE   : "
                           RUN-LAST-POSTED-DATE
                       DISPLAY "  LAST POSTED CYCLE  : "
                           RUN-LAST-POSTED-CYCLE
                       DISPLAY "  BUSINESS DATE      : "
                           RUN-BUSINESS-DATE
                       DISPLAY "  CYCLE              : "
                           RUN-CYCLE-NO
                       IF RUN-IN-PROGRESS
                           DISPLAY "  RUN IN PROGRESS    : YES"
                           DISPLAY "  *** RESTART PENDING - RUN FOR "
                               RUN-BUSINESS-DATE " CYCLE "
                               RUN-CYCLE-NO " NEVER COMPLETED. "
                               "IF NUMACC01 IS NOT RUNNING, SET "
                               "NUMACC01-RESTART=Y AND RE-DRIVE ***"
                       ELSE
                       "STARTS A FRESH CHAIN"
               END-IF
               CLOSE CHAIN-CONTROL-FILE
           END-IF
           PERFORM 6200-SHOW-CYCLE-IN-FLIGHT
           MOVE "Y" TO WS-WINDOW-DETAIL-SWITCH
           PERFORM 6400-CHECK-CHAIN-WINDOW.

       6100-SHOW-ONE-STEP.
           READ CHAIN-CONTROL-FILE
                           CHN-CHAIN-DATE " ***"
                   END-IF
           END-READ.

       6200-SHOW-CYCLE-IN-FLIGHT.
      *    Which business date and posting cycle the chain is on. A
      *    run stamped in progress is posting that cycle now; failing
      *    that, an EDTCTL beyond the last posted date and cycle is a
      *    cycle edited and waiting for NUMACC01; otherwise nothing is
      *    in flight and the last posted cycle is shown.
           MOVE "N" TO WS-RUN-FOUND-SWITCH
           MOVE ZERO TO WS-POSTED-DATE
           MOVE ZERO TO WS-POSTED-CYCLE
           MOVE ZERO TO WS-FLIGHT-DATE
           MOVE ZERO TO WS-FLIGHT-CYCLE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE "Y" TO WS-RUN-FOUND-SWITCH
                       PERFORM 6210-NOTE-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF WS-FLIGHT-DATE = ZERO
               OPEN INPUT EDIT-CONTROL-FILE
               IF WS-ECT-STATUS = "00"
                   READ EDIT-CONTROL-FILE
                       NOT AT END
                           IF ECT-BUSINESS-DATE > WS-POSTED-DATE
                              OR (ECT-BUSINESS-DATE = WS-POSTED-DATE
                                  AND ECT-CYCLE-NO > WS-POSTED-CYCLE)
                               MOVE ECT-BUSINESS-DATE TO WS-FLIGHT-DATE
                               MOVE ECT-CYCLE-NO TO WS-FLIGHT-CYCLE
                               DISPLAY "  BUSINESS DATE "
                                   WS-FLIGHT-DATE " CYCLE "
                                   WS-FLIGHT-CYCLE " - EDITED, NOT "
                                   "YET POSTED"
                           END-IF
                   END-READ
                   CLOSE EDIT-CONTROL-FILE
               END-IF
           END-IF

           IF WS-FLIGHT-DATE = ZERO
               IF RUN-CONTROL-FOUND
                  AND WS-POSTED-DATE > ZERO
                   DISPLAY "  NO CYCLE IN FLIGHT - LAST POSTED "
                       "BUSINESS DATE " WS-POSTED-DATE " CYCLE "
                       WS-POSTED-CYCLE
               ELSE
                   DISPLAY "  NO CYCLE IN FLIGHT - NOTHING POSTED YET"
               END-IF
           END-IF.

       6210-NOTE-RUN-CONTROL.
      *    A zero cycle on a posted date is a record converted by
      *    NUMCNV01 and reads as 01.
           MOVE RUN-LAST-POSTED-DATE TO WS-POSTED-DATE
           IF RUN-LAST-POSTED-CYCLE NUMERIC
               MOVE RUN-LAST-POSTED-CYCLE TO WS-POSTED-CYCLE
           END-IF
           IF WS-POSTED-DATE > ZERO
              AND WS-POSTED-CYCLE = ZERO
               MOVE 1 TO WS-POSTED-CYCLE
           END-IF
           IF RUN-IN-PROGRESS
               MOVE RUN-BUSINESS-DATE TO WS-FLIGHT-DATE
               MOVE 1 TO WS-FLIGHT-CYCLE
               IF RUN-CYCLE-NO NUMERIC
                  AND RUN-CYCLE-NO > ZERO
                   MOVE RUN-CYCLE-NO TO WS-FLIGHT-CYCLE
               END-IF
               DISPLAY "  BUSINESS DATE " WS-FLIGHT-DATE
                   " CYCLE " WS-FLIGHT-CYCLE " - POSTING IN FLIGHT"
           END-IF.

       6400-CHECK-CHAIN-WINDOW.
      *    The chain on CHNCTL against the batch-window deadline -
      *    the first deadline time at or after the chain was
      *    started. A chain not complete past it gets the warning
      *    every time; the on-time picture only with option 4.
           MOVE ZERO TO WS-WIN-CHAIN-DATE
           MOVE ZERO TO WS-WIN-CHAIN-START
           MOVE ZERO TO WS-WIN-LAST-END
           MOVE "N"  TO WS-CHAIN-OPEN-SWITCH
           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-CHN-STATUS = "00"
               MOVE "N" TO WS-CHN-EOF-SWITCH
               PERFORM 6410-NOTE-ONE-STEP UNTIL END-OF-CHAIN-FILE
               CLOSE CHAIN-CONTROL-FILE
           END-IF
           IF WS-WIN-CHAIN-START = ZERO
               IF WINDOW-DETAIL-WANTED
                   DISPLAY "  NO CHAIN STARTED - BATCH WINDOW NOT "
                       "CHECKED"
               END-IF
           ELSE
               PERFORM 6420-MEASURE-CHAIN-WINDOW
           END-IF.

       6410-NOTE-ONE-STEP.
      *    A CHNCTL written without a chain start stamp is measured
      *    from its earliest step start instead.
           READ CHAIN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CHN-EOF-SWITCH
               NOT AT END
                   MOVE CHN-CHAIN-DATE TO WS-WIN-CHAIN-DATE
                   IF CHN-CHAIN-START NUMERIC
                      AND CHN-CHAIN-START > ZERO
                       MOVE CHN-CHAIN-START TO WS-WIN-CHAIN-START
                   ELSE
                       IF CHN-START-STAMP > ZERO
                          AND (WS-WIN-CHAIN-START = ZERO
                            OR CHN-START-STAMP < WS-WIN-CHAIN-START)
                           MOVE CHN-START-STAMP TO WS-WIN-CHAIN-START
                       END-IF
                   END-IF
                   IF NOT CHN-STEP-COMPLETED
                       MOVE "Y" TO WS-CHAIN-OPEN-SWITCH
                   END-IF
                   IF CHN-END-STAMP > WS-WIN-LAST-END
                       MOVE CHN-END-STAMP TO WS-WIN-LAST-END
                   END-IF
           END-READ.

       6420-MEASURE-CHAIN-WINDOW.
           MOVE WS-WIN-CHAIN-START TO WS-TW-STAMP
           PERFORM 6450-STAMP-TO-SECONDS
           COMPUTE WS-WIN-DEADLINE-INSTANT = WS-TW-SECONDS
               - WS-TW-DAY-SECS + WS-WIN-DEADLINE-SECS
           IF WS-TW-DAY-SECS >= WS-WIN-DEADLINE-SECS
               ADD 86400 TO WS-WIN-DEADLINE-INSTANT
           END-IF

           IF CHAIN-NOT-COMPLETE
               ACCEPT WS-WIN-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-WIN-NOW-TIME FROM TIME
               MOVE WS-WIN-NOW TO WS-TW-STAMP
           ELSE
               MOVE WS-WIN-LAST-END TO WS-TW-STAMP
           END-IF
           PERFORM 6450-STAMP-TO-SECONDS
           MOVE WS-TW-SECONDS TO WS-WIN-COMPARE-SECS
           COMPUTE WS-WIN-MINUTES =
               (WS-WIN-COMPARE-SECS - WS-WIN-DEADLINE-INSTANT) / 60

           EVALUATE TRUE
               WHEN CHAIN-NOT-COMPLETE
                AND WS-WIN-COMPARE-SECS > WS-WIN-DEADLINE-INSTANT
                   MOVE WS-WIN-MINUTES TO WS-WIN-MINUTES-EDIT
                   DISPLAY "*** CHAIN LATE - THE CHAIN OF "
                       WS-WIN-CHAIN-DATE " IS STILL NOT COMPLETE, "
                       WS-WIN-MINUTES-EDIT " MINUTE(S) PAST THE "
                       WS-DEADLINE-EDIT " BATCH-WINDOW DEADLINE ***"
               WHEN NOT WINDOW-DETAIL-WANTED
                   CONTINUE
               WHEN CHAIN-NOT-COMPLETE
                   COMPUTE WS-WIN-MINUTES = 0 - WS-WIN-MINUTES
                   MOVE WS-WIN-MINUTES TO WS-WIN-MINUTES-EDIT
                   DISPLAY "  BATCH-WINDOW DEADLINE " WS-DEADLINE-EDIT
                       " - " WS-WIN-MINUTES-EDIT
                       " MINUTE(S) LEFT FOR THE CHAIN TO COMPLETE"
               WHEN WS-WIN-COMPARE-SECS > WS-WIN-DEADLINE-INSTANT
                   MOVE WS-WIN-MINUTES TO WS-WIN-MINUTES-EDIT
                   DISPLAY "  CHAIN ENDED " WS-WIN-MINUTES-EDIT
                       " MINUTE(S) PAST THE " WS-DEADLINE-EDIT
                       " BATCH-WINDOW DEADLINE"
               WHEN OTHER
                   DISPLAY "  CHAIN ENDED WITHIN THE " WS-DEADLINE-EDIT
                       " BATCH-WINDOW DEADLINE"
           END-EVALUATE.

       6450-STAMP-TO-SECONDS.
      *    CCYYMMDDHHMMSSss to seconds, hundredths dropped; the
      *    seconds into the day are left in WS-TW-DAY-SECS.
           COMPUTE WS-TW-DAY-SECS = (WS-TW-HH * 3600)
               + (WS-TW-MM * 60) + WS-TW-SS
           MOVE WS-TW-DATE TO WS-SER-DATE
           PERFORM 6460-DATE-TO-SERIAL
           COMPUTE WS-TW-SECONDS = (WS-SERIAL * 86400)
               + WS-TW-DAY-SECS.

       6460-DATE-TO-SERIAL.
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
