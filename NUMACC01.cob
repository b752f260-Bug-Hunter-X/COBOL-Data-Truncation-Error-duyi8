      * NUMBAL01, NUMIF01) can refuse totals from a run that died in
      * flight.
      *
      * A business date may post in several intraday cycles - the
      * cycle NUMEDT01 hands over on EDTCTL (CPY-ECTREC). A later
      * cycle of the last posted date is let through and posts on
      * top of the earlier ones: its computed total opens at the
      * CTLFILE carry, its account table at the prior cycle's
      * ACCTFILE, and the date's opening control stays the control;
      * a cycle already posted is stopped exactly like a rerun date.
      * SUMRPT shows each cycle of the date plus the date's total,
      * rebuilt from the date's earlier TOTHIST entries.
      *
      * Every transaction handled - posted or rejected - is also
      * appended, with the business date and its disposition, to the
      * permanent TRANARCH archive (CPY-TARREC), so the detail behind
      * each night and the NUMARQ01 inquiry can show which
      * transactions built an account's number.
      *
      * A transaction NUMEDT01 found dated on or before the last
      * closed period (ECT-CLOSED-DATE on EDTCTL) posts into the
      * current business date like any other, but its TRANARCH entry
      * is tagged TAR-PRIOR-PERIOD so the closed period it belongs to
      * can be restated. Such a record never names the business
      * date - when one heads TRANEDIT the date comes off EDTCTL.
      *
      * At end of run, also writes an end-of-day activity summary
      * report (SUMRPT) showing the day's transaction/reject counts
      * and the control/computed totals, so this data structure is
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT EDIT-CONTROL-FILE ASSIGN TO "EDTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  EDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-ECTREC.

       WORKING-STORAGE SECTION.
           COPY CPY-NUMAREA.
           COPY CPY-NUMAREA-SGN.
           05  WS-REJ-STATUS           PIC XX VALUE SPACES.
           05  WS-RPR-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-ECT-STATUS           PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.

               10  WS-EXPECTED-DAY     PIC 9(2).
           05  WS-MONTH-MAX            PIC 9(2) VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
           05  WS-CYCLE-NO             PIC 9(2) VALUE 1.
           05  WS-LAST-POSTED-CYCLE    PIC 9(2) VALUE ZERO.
           05  WS-EXPECTED-CYCLE       PIC 9(3) VALUE ZERO.
           05  WS-EDIT-BUSINESS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-EDIT-CLOSED-DATE     PIC 9(8) VALUE ZERO.

      *    Intraday cycle work - what CTLFILE says about the run that
      *    wrote it, and the computed total this cycle opened at (the
      *    CTLFILE carry on a later cycle of the same date, zero on a
      *    date's first cycle). WS-CYCLE-BASE is what this cycle's own
      *    net activity is measured from.
       01  WS-CYCLE-CARRY-WORK.
           05  WS-CTL-CARRY            PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CTL-POSTED-DATE      PIC 9(8) VALUE ZERO.
           05  WS-CTL-POSTED-CYCLE     PIC 9(2) VALUE ZERO.
           05  WS-CTL-OPENING          PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CYCLE-OPENING        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CYCLE-BASE           PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CARRY-CHECK          PIC S9(11) COMP-3 VALUE ZERO.

      *    Date-total line of SUMRPT - this cycle plus the date's
      *    earlier cycles read back off TOTHIST.
       01  WS-DATE-TOTALS.
           05  WS-DT-TRAN-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DT-REJECT-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DT-REPRO-POSTED      PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DT-REPRO-REJECTED    PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DT-NET-ACTIVITY      PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-SUM-CYCLE-X              PIC 9(2) VALUE ZERO.
       01  WS-HST-ORDINAL              PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-HST-BACKOUT-ORDINAL      PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  REPROCESS-PHASE             VALUE "Y".
           05  WS-RPR-EOF-SWITCH       PIC X(1) VALUE "N".
               88  END-OF-REPRO-FILE           VALUE "Y".
           05  WS-EDTCTL-SWITCH        PIC X(1) VALUE "N".
               88  EDIT-CONTROL-PRESENT        VALUE "Y".
           05  WS-CONTINUE-SWITCH      PIC X(1) VALUE "N".
               88  CONTINUING-CYCLE            VALUE "Y".
           05  WS-RESUMED-SWITCH       PIC X(1) VALUE "N".
               88  CHECKPOINT-RESUMED          VALUE "Y".
           05  WS-HST-EOF-SWITCH       PIC X(1) VALUE "N".
               88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           END-IF

           PERFORM 1100-LOAD-CONTROL-TOTAL
           PERFORM 1150-LOAD-EDIT-CONTROL

           IF NOT END-OF-TRAN-FILE
               PERFORM 2900-READ-TRAN

           IF RESTART-REQUESTED
               PERFORM 1300-RESTART-FROM-CHECKPOINT
               IF CONTINUING-CYCLE AND NOT CHECKPOINT-RESUMED
                   PERFORM 1450-LOAD-PRIOR-CYCLE
               END-IF
           END-IF.

       1100-LOAD-CONTROL-TOTAL.
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CTL-CONTROL-TOTAL TO WS-NUMBER
                       MOVE CTL-CONTROL-TOTAL TO WS-CTL-CARRY
                       IF CTL-POSTED-DATE NUMERIC
                          AND CTL-POSTED-CYCLE NUMERIC
                           MOVE CTL-POSTED-DATE  TO WS-CTL-POSTED-DATE
                           MOVE CTL-POSTED-CYCLE
                               TO WS-CTL-POSTED-CYCLE
                           MOVE CTL-OPENING-CONTROL TO WS-CTL-OPENING
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
                   WS-CTL-STATUS ", STARTING WS-NUMBER AT ZERO"
           END-IF.

       1150-LOAD-EDIT-CONTROL.
      *    The posting cycle NUMEDT01 handed over with TRANEDIT. No
      *    EDTCTL, an empty one or a zero cycle on it posts as cycle
      *    01 - the same rule as a converted record with a zero cycle
      *    everywhere else.
           OPEN INPUT EDIT-CONTROL-FILE
           IF WS-ECT-STATUS NOT = "00"
               DISPLAY "NUMACC01: NO EDTCTL FOUND, STATUS = "
                   WS-ECT-STATUS ", POSTING AS CYCLE 01"
           ELSE
               READ EDIT-CONTROL-FILE
                   AT END
                       DISPLAY "NUMACC01: EDTCTL IS EMPTY, POSTING "
                           "AS CYCLE 01"
                   NOT AT END
                       MOVE "Y" TO WS-EDTCTL-SWITCH
                       MOVE ECT-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
                       IF ECT-CLOSED-DATE NUMERIC
                           MOVE ECT-CLOSED-DATE
                               TO WS-EDIT-CLOSED-DATE
                       END-IF
                       IF ECT-CYCLE-NO NUMERIC
                          AND ECT-CYCLE-NO > ZERO
                           MOVE ECT-CYCLE-NO TO WS-CYCLE-NO
                       END-IF
               END-READ
               CLOSE EDIT-CONTROL-FILE
           END-IF.

       1200-CHECK-RUN-CONTROL.
      *    Guards the run against double-posting and out-of-order
      *    business dates. The business date being posted is
                   "CHECK SKIPPED"
           ELSE
               MOVE TRAN-DATE TO WS-BUSINESS-DATE
      *    A prior-period adjustment at the head of TRANEDIT is dated
      *    inside a closed month - the edit named the real business
      *    date on EDTCTL, and an edit that could not name one is
      *    refused before anything posts.
               IF EDIT-CONTROL-PRESENT
                  AND WS-EDIT-CLOSED-DATE > ZERO
                  AND TRAN-DATE <= WS-EDIT-CLOSED-DATE
                   IF WS-EDIT-BUSINESS-DATE NOT > WS-EDIT-CLOSED-DATE
                       DISPLAY "NUMACC01: TRANEDIT HOLDS ONLY "
                           "PRIOR-PERIOD ADJUSTMENTS AND EDTCTL NAMES "
                           "NO BUSINESS DATE PAST THE CLOSE - RUN "
                           "STOPPED. SEND THEM WITH A FEED HEADER OR "
                           "WITH THE NEXT DATE'S FEED"
                       CLOSE TRAN-FILE
                       STOP RUN
                   END-IF
                   MOVE WS-EDIT-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               IF EDIT-CONTROL-PRESENT
                  AND WS-EDIT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "NUMACC01: EDTCTL DESCRIBES BUSINESS DATE "
                       WS-EDIT-BUSINESS-DATE " BUT TRANEDIT STARTS AT "
                       WS-BUSINESS-DATE " - NOT THE SAME EDIT, RUN "
                       "STOPPED. RE-RUN NUMEDT01"
                   CLOSE TRAN-FILE
                   STOP RUN
               END-IF
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "NUMACC01: NO PRIOR RUNCTL FOUND, STATUS = "
                       NOT AT END
                           MOVE RUN-LAST-POSTED-DATE
                               TO WS-LAST-POSTED-DATE
                           IF RUN-LAST-POSTED-CYCLE NUMERIC
                               MOVE RUN-LAST-POSTED-CYCLE
                                   TO WS-LAST-POSTED-CYCLE
                           END-IF
                           IF WS-LAST-POSTED-DATE > ZERO
                              AND WS-LAST-POSTED-CYCLE = ZERO
                               MOVE 1 TO WS-LAST-POSTED-CYCLE
                           END-IF
                           PERFORM 1220-VERIFY-BUSINESS-DATE
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               END-IF
               PERFORM 1400-CHECK-POSTING-CYCLE
               PERFORM 1280-STAMP-RUN-IN-PROGRESS
           END-IF.

      *    exception report and reject images exactly as it left
      *    them - a truncated ACCREJ would lose the rejected money's
      *    only machine-readable copy.
      *    The last posted date itself is refused only for a cycle
      *    already posted - a later intraday cycle of that date is
      *    the normal case and posts on top of it.
           IF WS-LAST-POSTED-DATE > ZERO
              AND WS-BUSINESS-DATE < WS-LAST-POSTED-DATE
               DISPLAY "NUMACC01: BUSINESS DATE " WS-BUSINESS-DATE
                   " ALREADY POSTED (LAST POSTED DATE IS "
                   WS-LAST-POSTED-DATE ") - RUN STOPPED TO PREVENT "
               CLOSE TRAN-FILE
               STOP RUN
           END-IF
           IF WS-LAST-POSTED-DATE > ZERO
              AND WS-BUSINESS-DATE = WS-LAST-POSTED-DATE
              AND WS-CYCLE-NO NOT > WS-LAST-POSTED-CYCLE
               DISPLAY "NUMACC01: CYCLE " WS-CYCLE-NO " OF BUSINESS "
                   "DATE " WS-BUSINESS-DATE " ALREADY POSTED (LAST "
                   "POSTED CYCLE IS " WS-LAST-POSTED-CYCLE ") - RUN "
                   "STOPPED TO PREVENT DOUBLE-POSTING"
               CLOSE RUN-CONTROL-FILE
               CLOSE TRAN-FILE
               STOP RUN
           END-IF

           IF RUN-IN-PROGRESS AND NOT RESTART-REQUESTED
               DISPLAY "NUMACC01: PRIOR RUN FOR BUSINESS DATE "
                   RUN-BUSINESS-DATE " CYCLE " RUN-CYCLE-NO
                   " NEVER COMPLETED - POSTING RESTARTS THE CYCLE "
                   "FROM THE TOP"
           END-IF

           IF WS-LAST-POSTED-DATE > ZERO
               IF WS-BUSINESS-DATE = WS-LAST-POSTED-DATE
                   COMPUTE WS-EXPECTED-CYCLE =
                       WS-LAST-POSTED-CYCLE + 1
                   IF WS-CYCLE-NO > WS-EXPECTED-CYCLE
                       DISPLAY "NUMACC01: GAP IN POSTING CYCLES - "
                           "EXPECTED CYCLE " WS-EXPECTED-CYCLE
                           " BUT POSTING " WS-CYCLE-NO " OF "
                           WS-BUSINESS-DATE " - VERIFY NO FEED WAS "
                           "MISSED"
                   END-IF
               ELSE
                   PERFORM 1250-COMPUTE-EXPECTED-DATE
                   IF WS-BUSINESS-DATE > WS-EXPECTED-DATE
                       DISPLAY "NUMACC01: GAP IN BUSINESS DATES - "
                           "EXPECTED " WS-EXPECTED-DATE " BUT POSTING "
                           WS-BUSINESS-DATE " - VERIFY NO FEED WAS "
                           "MISSED"
                   END-IF
               END-IF
           END-IF
           IF WS-BUSINESS-DATE NOT = WS-LAST-POSTED-DATE
              AND WS-CYCLE-NO > 1
               DISPLAY "NUMACC01: FIRST CYCLE POSTED FOR "
                   WS-BUSINESS-DATE " IS CYCLE " WS-CYCLE-NO
                   " - VERIFY NO FEED WAS MISSED"
           END-IF.

       1250-COMPUTE-EXPECTED-DATE.
               MOVE WS-LAST-POSTED-DATE TO RUN-LAST-POSTED-DATE
               MOVE WS-BUSINESS-DATE    TO RUN-BUSINESS-DATE
               MOVE "Y"                 TO RUN-IN-PROGRESS-FLAG
               MOVE WS-LAST-POSTED-CYCLE
                                        TO RUN-LAST-POSTED-CYCLE
               MOVE WS-CYCLE-NO         TO RUN-CYCLE-NO
               WRITE RUN-CONTROL-RECORD
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "NUMACC01: WRITE TO RUNCTL FAILED, "
                           "RESTART IGNORED"
                       PERFORM 1295-REOPEN-REJECTS-FRESH
                   NOT AT END
                       MOVE "Y"               TO WS-RESUMED-SWITCH
                       MOVE CKPT-NUMBER-X     TO WS-NUMBER-X
                       MOVE CKPT-SHADOW-TOTAL TO WS-SHADOW-TOTAL
                       MOVE CKPT-TRAN-COUNT   TO WS-TRAN-COUNT
               CLOSE ACCOUNT-FILE
           END-IF.

       1400-CHECK-POSTING-CYCLE.
      *    Settles whether this run opens a business date or
      *    continues one: a later cycle of the last posted date
      *    posts on top of the earlier cycles, provided CTLFILE still
      *    carries that date (a period close in between restarts the
      *    carry at zero, and the cycle then opens like a new date).
      *    Runs before RUNCTL is stamped and before EXCFILE, ACCREJ
      *    and TRANARCH are opened, so a refusal here leaves the last
      *    cycle's files exactly as it wrote them.
      *
      *    CTLFILE already carrying this cycle means a run wrote its
      *    totals and died before stamping RUNCTL complete - posting
      *    it again would double it, so that stops here too.
           IF WS-CTL-POSTED-DATE = WS-BUSINESS-DATE
              AND WS-CTL-POSTED-CYCLE NOT < WS-CYCLE-NO
               DISPLAY "NUMACC01: CTLFILE ALREADY CARRIES CYCLE "
                   WS-CTL-POSTED-CYCLE " OF " WS-BUSINESS-DATE
                   " BUT RUNCTL NEVER RECORDED IT POSTED - RUN "
                   "STOPPED, RECOVER THE CYCLE BY HAND"
               CLOSE TRAN-FILE
               STOP RUN
           END-IF

           IF WS-LAST-POSTED-DATE > ZERO
              AND WS-BUSINESS-DATE = WS-LAST-POSTED-DATE
               IF WS-CTL-POSTED-DATE = WS-BUSINESS-DATE
                   MOVE "Y"            TO WS-CONTINUE-SWITCH
                   MOVE WS-CTL-OPENING TO WS-NUMBER
                   MOVE WS-CTL-CARRY   TO WS-CYCLE-OPENING
                   DISPLAY "NUMACC01: CYCLE " WS-CYCLE-NO " OF "
                       WS-BUSINESS-DATE " POSTS ON TOP OF CYCLE "
                       WS-CTL-POSTED-CYCLE " - COMPUTED TOTAL OPENS "
                       "AT " WS-CTL-CARRY
                   IF NOT RESTART-REQUESTED
                       PERFORM 1420-CHECK-CHECKPOINT-CLEAR
                       PERFORM 1450-LOAD-PRIOR-CYCLE
                   END-IF
               ELSE
                   DISPLAY "NUMACC01: CTLFILE NO LONGER CARRIES "
                       WS-BUSINESS-DATE " (PERIOD CLOSED SINCE ITS "
                       "LAST CYCLE?) - CYCLE " WS-CYCLE-NO
                       " OPENS AS A NEW DATE"
               END-IF
           END-IF.

       1420-CHECK-CHECKPOINT-CLEAR.
      *    The prior cycle completed, so it cleared CKPTFILE - a
      *    checkpoint on file now belongs to an earlier attempt at
      *    THIS cycle, and every checkpoint rewrote ACCTFILE. The
      *    prior cycle's account figures are gone from it; only the
      *    restart (which reloads the checkpoint image) can carry on.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       DISPLAY "NUMACC01: AN EARLIER ATTEMPT AT CYCLE "
                           WS-CYCLE-NO " CHECKPOINTED AT ACCT/SEQ "
                           CKPT-LAST-ACCT-NO "/" CKPT-LAST-SEQ-NO
                           " - ACCTFILE NO LONGER HOLDS CYCLE "
                           WS-CTL-POSTED-CYCLE " FIGURES. RE-DRIVE "
                           "WITH NUMACC01-RESTART=Y"
                       CLOSE CHECKPOINT-FILE
                       PERFORM 1490-REFUSE-CYCLE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1450-LOAD-PRIOR-CYCLE.
      *    Opens this cycle where the last one closed: the computed
      *    (and attempted) total at the CTLFILE carry, and the account
      *    table from the ACCTFILE the last cycle wrote at its end -
      *    so NUMLOD01 gets the date's cumulative account figures.
      *    The image must be that cycle's: stamped with this business
      *    date, in ascending account order (the bisection depends on
      *    it), and its accounts must sum to the CTLFILE carry, the
      *    same invariant 2170 keeps between the two accumulators.
           MOVE WS-CTL-CARRY TO WS-NUMBER-X
           MOVE WS-CTL-CARRY TO WS-SHADOW-TOTAL
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE ZERO TO WS-CARRY-CHECK
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "NUMACC01: NO ACCTFILE FROM CYCLE "
                   WS-CTL-POSTED-CYCLE ", STATUS = " WS-ACCT-STATUS
                   " - NOTHING TO POST ON TOP OF"
               PERFORM 1490-REFUSE-CYCLE
           END-IF
           MOVE ZERO TO WS-PREV-ACCT-NO
           MOVE "N" TO WS-ACCT-EOF-SWITCH
           PERFORM UNTIL END-OF-ACCT-FILE
               READ ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF-SWITCH
                   NOT AT END
                       IF ACCT-RUN-DATE NOT = WS-BUSINESS-DATE
                          OR WS-ACCT-COUNT NOT < WS-ACCT-TABLE-MAX
                          OR (WS-ACCT-COUNT > ZERO
                              AND ACCT-ACCT-NO NOT > WS-PREV-ACCT-NO)
                           DISPLAY "NUMACC01: ACCTFILE IS NOT THE "
                               "CYCLE " WS-CTL-POSTED-CYCLE " IMAGE OF "
                               WS-BUSINESS-DATE " (ACCOUNT "
                               ACCT-ACCT-NO " DATED " ACCT-RUN-DATE ")"
                           CLOSE ACCOUNT-FILE
                           PERFORM 1490-REFUSE-CYCLE
                       END-IF
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-ACCT-NO
                           TO WS-ACCT-NO (WS-ACCT-COUNT)
                       MOVE ACCT-NUMBER-X
                           TO WS-ACCT-TOTAL (WS-ACCT-COUNT)
                       MOVE ACCT-ACCT-NO TO WS-PREV-ACCT-NO
                       ADD ACCT-NUMBER-X TO WS-CARRY-CHECK
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           IF WS-CARRY-CHECK NOT = WS-CTL-CARRY
               DISPLAY "NUMACC01: ACCTFILE ACCOUNTS SUM TO "
                   WS-CARRY-CHECK " BUT CTLFILE CARRIES " WS-CTL-CARRY
                   " - NOT THE SAME CYCLE"
               PERFORM 1490-REFUSE-CYCLE
           END-IF
           DISPLAY "NUMACC01: " WS-ACCT-COUNT " ACCOUNTS CARRIED IN "
               "FROM CYCLE " WS-CTL-POSTED-CYCLE.

       1490-REFUSE-CYCLE.
      *    Nothing has been accumulated. On the restart path the
      *    reject files and the archive are already open and are
      *    closed as they stand.
           DISPLAY "NUMACC01: CYCLE " WS-CYCLE-NO " OF "
               WS-BUSINESS-DATE " NOT POSTED - RUN STOPPED"
           CLOSE TRAN-FILE
           IF RESTART-REQUESTED
               CLOSE EXCEPTION-FILE
               CLOSE REJECT-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           STOP RUN.

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2100-ACCUMULATE
           MOVE TRAN-RECORD        TO TAR-TRAN-DETAIL
           MOVE WS-STAMP-DATE      TO TAR-BUSINESS-DATE
           MOVE WS-ARC-DISPOSITION TO TAR-DISPOSITION
           MOVE WS-CYCLE-NO        TO TAR-CYCLE-NO
           IF WS-EDIT-CLOSED-DATE > ZERO
              AND TAR-TRAN-DATE NUMERIC
              AND TAR-TRAN-DATE <= WS-EDIT-CLOSED-DATE
               MOVE "Y"            TO TAR-PRIOR-PERIOD-FLAG
           ELSE
               MOVE "N"            TO TAR-PRIOR-PERIOD-FLAG
           END-IF
           WRITE TAR-RECORD
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMACC01: WRITE TO TRANARCH FAILED, STATUS = "
               MOVE WS-NUMBER          TO TOT-CONTROL-NUMBER
               MOVE WS-NUMBER-X        TO TOT-COMPUTED-NUMBER
               MOVE WS-STAMP-DATE      TO TOT-RUN-DATE
               MOVE WS-CYCLE-NO        TO TOT-CYCLE-NO
               MOVE WS-CYCLE-OPENING   TO TOT-CYCLE-OPENING
               WRITE TOT-RECORD
               IF WS-TOT-STATUS NOT = "00"
                   DISPLAY "NUMACC01: WRITE TO TOTFILE FAILED, "
      *    Carries this run's computed total forward as the next run's
      *    control total, so 1100-LOAD-CONTROL-TOTAL has a real
      *    CTLFILE to read instead of starting WS-NUMBER at zero on
      *    every run. The date, cycle and opening control go with it
      *    so a later cycle of the same date can post on top.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "NUMACC01: UNABLE TO WRITE CTLFILE, STATUS = "
                   WS-CTL-STATUS
           ELSE
               MOVE WS-NUMBER-X        TO CTL-CONTROL-TOTAL
               MOVE WS-BUSINESS-DATE   TO CTL-POSTED-DATE
               MOVE WS-CYCLE-NO        TO CTL-POSTED-CYCLE
               MOVE WS-NUMBER          TO CTL-OPENING-CONTROL
               WRITE CTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NUMACC01: WRITE TO CTLFILE FAILED, "

       9200-WRITE-SUMMARY.
      *    End-of-day activity summary - transaction/reject counts and
      *    the control/computed totals, with net activity run through
      *    CPY-NUMAREA-SGN so it keeps its sign instead of an unsigned
      *    magnitude. One line per cycle of the business date - the
      *    earlier cycles read back off TOTHIST, then this one - and a
      *    TOTAL line for the date. A cycle's net activity is measured
      *    from where that cycle opened (the date's control on its
      *    first cycle), so the cycle lines sum to the date's net.
           IF CONTINUING-CYCLE
               MOVE WS-CYCLE-OPENING   TO WS-CYCLE-BASE
           ELSE
               MOVE WS-NUMBER          TO WS-CYCLE-BASE
           END-IF
           MOVE WS-CYCLE-BASE          TO WS-NUMBER-SGN
           MOVE WS-NUMBER-X            TO WS-NUMBER-X-SGN
           COMPUTE WS-VARIANCE = WS-NUMBER-X-SGN - WS-NUMBER-SGN

               DISPLAY "NUMACC01: UNABLE TO OPEN SUMRPT, STATUS = "
                   WS-SUM-STATUS
           ELSE
               IF CONTINUING-CYCLE
                   PERFORM 9210-SUMMARIZE-EARLIER-CYCLES
               END-IF

               MOVE SPACES             TO SUM-REPORT-LINE
               MOVE WS-STAMP-DATE      TO SUM-RUN-DATE
               MOVE WS-CYCLE-NO        TO WS-SUM-CYCLE-X
               MOVE WS-SUM-CYCLE-X     TO SUM-CYCLE-LABEL
               MOVE WS-TRAN-COUNT      TO SUM-TRAN-COUNT
               MOVE WS-REJECT-COUNT    TO SUM-REJECT-COUNT
               MOVE WS-NUMBER          TO SUM-CONTROL-NUMBER
                                       TO SUM-REPRO-POSTED
               MOVE WS-REPRO-REJECT-COUNT
                                       TO SUM-REPRO-REJECTED
               PERFORM 9290-WRITE-SUMMARY-LINE
               ADD WS-TRAN-COUNT         TO WS-DT-TRAN-COUNT
               ADD WS-REJECT-COUNT       TO WS-DT-REJECT-COUNT
               ADD WS-REPRO-POSTED-COUNT TO WS-DT-REPRO-POSTED
               ADD WS-REPRO-REJECT-COUNT TO WS-DT-REPRO-REJECTED

               MOVE SPACES             TO SUM-REPORT-LINE
               MOVE WS-STAMP-DATE      TO SUM-RUN-DATE
               MOVE "TOTAL"            TO SUM-CYCLE-LABEL
               MOVE WS-DT-TRAN-COUNT   TO SUM-TRAN-COUNT
               MOVE WS-DT-REJECT-COUNT TO SUM-REJECT-COUNT
               MOVE WS-NUMBER          TO SUM-CONTROL-NUMBER
               MOVE WS-NUMBER-X        TO SUM-COMPUTED-NUMBER
               MOVE WS-NUMBER          TO WS-NUMBER-SGN
               COMPUTE WS-DT-NET-ACTIVITY =
                   WS-NUMBER-X-SGN - WS-NUMBER-SGN
               MOVE WS-DT-NET-ACTIVITY TO SUM-NET-ACTIVITY
               MOVE WS-DT-REPRO-POSTED TO SUM-REPRO-POSTED
               MOVE WS-DT-REPRO-REJECTED
                                       TO SUM-REPRO-REJECTED
               PERFORM 9290-WRITE-SUMMARY-LINE
               CLOSE SUMMARY-FILE
           END-IF.

       9210-SUMMARIZE-EARLIER-CYCLES.
      *    The date's earlier cycles, as each one left its TOTHIST
      *    entry. A missing TOTHIST only costs the earlier lines.
      *    A date NUMBKO01 backed out and posted again has the undone
      *    cycles on file ahead of the backout entry - the first pass
      *    finds where the date's last backout sits, and only the
      *    cycles posted after it are summarized.
           MOVE ZERO TO WS-HST-BACKOUT-ORDINAL
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = "00"
               DISPLAY "NUMACC01: UNABLE TO READ TOTHIST, STATUS = "
                   WS-HST-STATUS " - SUMRPT SHOWS THIS CYCLE ONLY"
           ELSE
               MOVE ZERO TO WS-HST-ORDINAL
               MOVE "N" TO WS-HST-EOF-SWITCH
               PERFORM UNTIL END-OF-HISTORY-FILE
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HST-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-HST-ORDINAL
                           IF HST-RUN-DATE = WS-STAMP-DATE
                              AND HST-BACKOUT-ENTRY
                               MOVE WS-HST-ORDINAL
                                   TO WS-HST-BACKOUT-ORDINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               OPEN INPUT HISTORY-FILE
               MOVE ZERO TO WS-HST-ORDINAL
               MOVE "N" TO WS-HST-EOF-SWITCH
               PERFORM UNTIL END-OF-HISTORY-FILE
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HST-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-HST-ORDINAL
                           IF HST-RUN-DATE = WS-STAMP-DATE
                              AND HST-CYCLE-NO > ZERO
                              AND HST-CYCLE-NO < WS-CYCLE-NO
                              AND WS-HST-ORDINAL >
                                  WS-HST-BACKOUT-ORDINAL
                               PERFORM 9220-SUMMARIZE-ONE-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       9220-SUMMARIZE-ONE-CYCLE.
           MOVE SPACES                 TO SUM-REPORT-LINE
           MOVE HST-RUN-DATE           TO SUM-RUN-DATE
           MOVE HST-CYCLE-NO           TO WS-SUM-CYCLE-X
           MOVE WS-SUM-CYCLE-X         TO SUM-CYCLE-LABEL
           MOVE HST-TRAN-COUNT         TO SUM-TRAN-COUNT
           MOVE HST-REJECT-COUNT       TO SUM-REJECT-COUNT
           MOVE HST-CONTROL-NUMBER     TO SUM-CONTROL-NUMBER
           MOVE HST-COMPUTED-NUMBER    TO SUM-COMPUTED-NUMBER
           MOVE HST-NET-ACTIVITY       TO SUM-NET-ACTIVITY
           MOVE HST-REPRO-POSTED       TO SUM-REPRO-POSTED
           MOVE HST-REPRO-REJECTED     TO SUM-REPRO-REJECTED
           PERFORM 9290-WRITE-SUMMARY-LINE
           ADD HST-TRAN-COUNT          TO WS-DT-TRAN-COUNT
           ADD HST-REJECT-COUNT        TO WS-DT-REJECT-COUNT
           ADD HST-REPRO-POSTED        TO WS-DT-REPRO-POSTED
           ADD HST-REPRO-REJECTED      TO WS-DT-REPRO-REJECTED.

       9250-WRITE-HISTORY.
      *    Appends this run's totals and activity counts to the
      *    permanent TOTHIST history file - TOTFILE and SUMRPT are
      *    overwritten every night, so this is the only place a past
      *    run's figures survive for the NUMTRN01 period trend report
      *    and for audit. A missing TOTHIST (first-ever run) is
      *    created; WS-VARIANCE still holds this cycle's net activity
      *    computed for the summary report.
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               MOVE WS-TRAN-COUNT      TO HST-TRAN-COUNT
               MOVE WS-REJECT-COUNT    TO HST-REJECT-COUNT
               MOVE WS-VARIANCE        TO HST-NET-ACTIVITY
               MOVE WS-CYCLE-NO        TO HST-CYCLE-NO
               MOVE WS-CYCLE-OPENING   TO HST-CYCLE-OPENING
               MOVE WS-REPRO-POSTED-COUNT
                                       TO HST-REPRO-POSTED
               MOVE WS-REPRO-REJECT-COUNT
                                       TO HST-REPRO-REJECTED
               MOVE SPACE              TO HST-ENTRY-TYPE
               WRITE HST-RECORD
               IF WS-HST-STATUS NOT = "00"
                   DISPLAY "NUMACC01: WRITE TO TOTHIST FAILED, "
               CLOSE HISTORY-FILE
           END-IF.

       9290-WRITE-SUMMARY-LINE.
           WRITE SUM-REPORT-LINE
           IF WS-SUM-STATUS NOT = "00"
               DISPLAY "NUMACC01: WRITE TO SUMRPT FAILED, STATUS = "
                   WS-SUM-STATUS
           END-IF.

       9300-STAMP-RUN-COMPLETE.
      *    The run made it all the way through - drop the in-progress
      *    flag and advance the last successfully posted date, so the
                   MOVE WS-BUSINESS-DATE TO RUN-LAST-POSTED-DATE
                   MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE "N"              TO RUN-IN-PROGRESS-FLAG
                   MOVE WS-CYCLE-NO      TO RUN-LAST-POSTED-CYCLE
                   MOVE WS-CYCLE-NO      TO RUN-CYCLE-NO
                   WRITE RUN-CONTROL-RECORD
                   IF WS-RUN-STATUS NOT = "00"
                       DISPLAY "NUMACC01: WRITE TO RUNCTL FAILED, "
