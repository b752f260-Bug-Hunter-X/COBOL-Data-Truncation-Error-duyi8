      *****************************************************************
      * NUMCHN01 - Nightly chain driver.
      *
      * Runs the nightly sequence - NUMEDT01, NUMACC01, NUMGL01,
      * NUMLOD01, NUMBAL01, NUMINT01, NUMIF01, NUMREC01 - as one drive
      * instead of eight separate invocations, recording each step's
      * start and completion on the CHNCTL chain-control file
      * (CPY-CHNREC). Half the overnight incidents were never program
      * failures but the wrong recovery action after one: RUNCTL only
      * guards the accumulator against double-posting, nothing guarded
      * against skipping NUMLOD01 or running NUMIF01 twice. Now:
      *
      *   - each step is stamped STARTED on CHNCTL before it is
      *     called and COMPLETED only when it returns, so a step
      *   - a re-drive of NUMCHN01 reads CHNCTL back and resumes
      *     from the first step that never completed - the completed
      *     steps are not rerun
      *   - a chain whose steps all completed starts fresh on
      *     the next drive; NUMCHN01-RESET=Y forces a fresh chain
      *     over a half-run one when the operator has recovered by
      *     hand (same environment-variable style as the NUMACC01
      *     restart switch)
      *
      * One drive posts one intraday cycle. A business date posted
      * in several cycles is several chains, each driven once its
      * feed (headers naming the cycle) is in place - NUMACC01
      * posts each cycle on top of the last and refuses a cycle it
      * has already posted, so a completed chain driven again over
      * the same feed stops at the accumulator.
      *
      * The steps themselves are unchanged - they run standalone
      * exactly as before, their guards still stop the run, and
      * their file statuses still go to the operator log. NUMOPR01
      * option 4 shows the CHNCTL picture on demand.
      *
      * Every step completion is also appended to the permanent
      * CHNHIST run history (CPY-CHHREC) - the step, its program,
      * the chain date, its start and end stamps, and whether it ran
      * first time, as the restart of the step that stopped the
      * chain, or on a re-drive - so the batch window can be
      * measured over time (NUMSLA01). CHNHIST is reporting only: a
      * failure to write it is logged and the chain carries on.
      *
      * A step's RETURN-CODE is acted on as it returns. 8 or more -
      * the NUMINT01 integrity sweep found ERROR exceptions - halts
      * the chain with the step left started, before NUMIF01 sends
      * the partners anything; the re-drive after the files are put
      * right runs the sweep again. 4 is a warning: logged, and the
      * chain goes on. The chain ends with the highest return code
      * any step gave.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.

           SELECT CHAIN-HISTORY-FILE ASSIGN TO "CHNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CHNREC.

       FD  CHAIN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CPY-CHHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHN-STATUS           PIC XX VALUE SPACES.
           05  WS-CHH-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CHN-EOF-SWITCH       PIC X VALUE "N".
           05  WS-STAMP-TIME           PIC 9(8).

       01  WS-CHAIN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CHAIN-START              PIC 9(16) VALUE ZERO.
       01  WS-RUN-TYPE                 PIC X(1) VALUE SPACE.
       01  WS-STEP-MAX                 PIC 9(1) VALUE 8.
       01  WS-SI                       PIC 9(1) VALUE ZERO.
       01  WS-WI                       PIC 9(1) VALUE ZERO.
       01  WS-LOAD-COUNT               PIC 9(1) VALUE ZERO.
       01  WS-DONE-COUNT               PIC 9(1) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.
       01  WS-CHAIN-RC                 PIC 9(4) VALUE ZERO.

      *    The chain, in its one and only order. The step states are
      *    held here and CHNCTL is rewritten whole at every change,
      *    the same rewrite pattern as RUNCTL and CKPTFILE.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STEP-PROGRAM     PIC X(8).
               10  WS-STEP-STATUS      PIC X(1).
               10  WS-STEP-START       PIC 9(16).

           MOVE "NUMEDT01" TO WS-STEP-PROGRAM (1)
           MOVE "NUMACC01" TO WS-STEP-PROGRAM (2)
           MOVE "NUMGL01 " TO WS-STEP-PROGRAM (3)
           MOVE "NUMLOD01" TO WS-STEP-PROGRAM (4)
           MOVE "NUMBAL01" TO WS-STEP-PROGRAM (5)
           MOVE "NUMINT01" TO WS-STEP-PROGRAM (6)
           MOVE "NUMIF01 " TO WS-STEP-PROGRAM (7)
           MOVE "NUMREC01" TO WS-STEP-PROGRAM (8)
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-STEP-MAX
               MOVE "P"  TO WS-STEP-STATUS (WS-SI)

           IF FRESH-CHAIN
               MOVE WS-TODAY TO WS-CHAIN-DATE
               PERFORM 2100-STAMP-NOW
               MOVE WS-STAMP-NOW TO WS-CHAIN-START
               PERFORM VARYING WS-SI FROM 1 BY 1
                       UNTIL WS-SI > WS-STEP-MAX
                   MOVE "P"  TO WS-STEP-STATUS (WS-SI)
                   WS-CHAIN-DATE
               PERFORM 8000-WRITE-CHAIN-CONTROL
           ELSE
               IF WS-CHAIN-START = ZERO
                   MOVE WS-STEP-START (1) TO WS-CHAIN-START
               END-IF
               IF WS-CHAIN-START = ZERO
                   PERFORM 2100-STAMP-NOW
                   MOVE WS-STAMP-NOW TO WS-CHAIN-START
               END-IF
               DISPLAY "NUMCHN01: RESUMING CHAIN OF " WS-CHAIN-DATE
                   " FROM ITS FIRST INCOMPLETE STEP"
           END-IF.
      *    chain whose every step completed, or an operator reset
      *    all mean a fresh chain; anything else is a chain at rest
      *    mid-way - a failed step (still S) or a halt between
      *    steps - and the drive resumes it, keeping its chain date
      *    and start stamp (a chain at rest with no start stamp
      *    takes its first step's, failing that the time of the
      *    re-drive).
           MOVE "Y" TO WS-FRESH-SWITCH
           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-CHN-STATUS NOT = "00"
                       MOVE CHN-END-STAMP
                           TO WS-STEP-END (CHN-STEP-NO)
                       MOVE CHN-CHAIN-DATE TO WS-CHAIN-DATE
                       MOVE CHN-CHAIN-START TO WS-CHAIN-START
                       IF CHN-STEP-COMPLETED
                           ADD 1 TO WS-DONE-COUNT
                       END-IF
      *    The started stamp is on CHNCTL before the CALL, so a step
      *    that stops the run (a guard, a file-status stop, an
      *    abend) leaves its record saying started-never-completed -
      *    which is exactly where the next drive resumes. A return
      *    code of 8 or more halts the chain the same way, the step
      *    left started.
           IF WS-STEP-STATUS (WS-SI) = "C"
               DISPLAY "NUMCHN01: STEP " WS-SI " "
                   WS-STEP-PROGRAM (WS-SI)
                   " ALREADY COMPLETED - SKIPPED"
           ELSE
               EVALUATE TRUE
                   WHEN WS-STEP-STATUS (WS-SI) = "S"
                       MOVE "R" TO WS-RUN-TYPE
                   WHEN FRESH-CHAIN
                       MOVE "F" TO WS-RUN-TYPE
                   WHEN OTHER
                       MOVE "D" TO WS-RUN-TYPE
               END-EVALUATE
               PERFORM 2100-STAMP-NOW
               MOVE "S" TO WS-STEP-STATUS (WS-SI)
               MOVE WS-STAMP-NOW TO WS-STEP-START (WS-SI)
               PERFORM 8000-WRITE-CHAIN-CONTROL
               DISPLAY "NUMCHN01: STEP " WS-SI " CALLING "
                   WS-STEP-PROGRAM (WS-SI)
               MOVE ZERO TO RETURN-CODE
               CALL WS-STEP-PROGRAM (WS-SI)
                   ON EXCEPTION
                       DISPLAY "NUMCHN01: STEP " WS-SI " PROGRAM "
                           " NOT AVAILABLE - CHAIN HALTED"
                       STOP RUN
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC
               IF WS-STEP-RC >= 8
                   DISPLAY "NUMCHN01: STEP " WS-SI " "
                       WS-STEP-PROGRAM (WS-SI) " RETURN CODE "
                       WS-STEP-RC " - CHAIN HALTED"
                   STOP RUN
               END-IF
               IF WS-STEP-RC > ZERO
                   DISPLAY "NUMCHN01: STEP " WS-SI " "
                       WS-STEP-PROGRAM (WS-SI) " RETURN CODE "
                       WS-STEP-RC " - WARNING, CHAIN CONTINUES"
               END-IF
               IF WS-STEP-RC > WS-CHAIN-RC
                   MOVE WS-STEP-RC TO WS-CHAIN-RC
               END-IF
               PERFORM 2100-STAMP-NOW
               MOVE "C" TO WS-STEP-STATUS (WS-SI)
               MOVE WS-STAMP-NOW TO WS-STEP-END (WS-SI)
               PERFORM 8000-WRITE-CHAIN-CONTROL
               PERFORM 8200-APPEND-CHAIN-HISTORY
               DISPLAY "NUMCHN01: STEP " WS-SI " "
                   WS-STEP-PROGRAM (WS-SI) " COMPLETED"
           END-IF.
           MOVE WS-TIME-NOW TO WS-STAMP-TIME.

       8000-WRITE-CHAIN-CONTROL.
      *    CHNCTL is rewritten whole at every state change - one
      *    record per step - so whatever survives a halt is a
      *    complete, current picture of the chain. WS-WI walks the
      *    table here: WS-SI is the driving loop's step and must not
      *    be disturbed.
           MOVE WS-STEP-START (WS-WI)    TO CHN-START-STAMP
           MOVE WS-STEP-END (WS-WI)      TO CHN-END-STAMP
           MOVE WS-CHAIN-DATE            TO CHN-CHAIN-DATE
           MOVE WS-CHAIN-START           TO CHN-CHAIN-START
           WRITE CHN-RECORD
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "NUMCHN01: WRITE TO CHNCTL FAILED, STATUS = "
                   WS-CHN-STATUS
           END-IF.

       8200-APPEND-CHAIN-HISTORY.
      *    One CHNHIST record per step completion, opened and closed
      *    around the write so a later step that stops the run
      *    cannot lose it. A missing CHNHIST (first-ever chain) is
      *    created, the TOTHIST precedent. The history is for
      *    reporting, so a failure here is logged and the chain
      *    goes on - CHNCTL, not CHNHIST, is what drives a resume.
           OPEN EXTEND CHAIN-HISTORY-FILE
           IF WS-CHH-STATUS = "35"
               OPEN OUTPUT CHAIN-HISTORY-FILE
           END-IF
           IF WS-CHH-STATUS NOT = "00"
               DISPLAY "NUMCHN01: UNABLE TO OPEN CHNHIST, STATUS = "
                   WS-CHH-STATUS " - STEP " WS-SI
                   " COMPLETION NOT RECORDED IN THE RUN HISTORY"
           ELSE
               MOVE WS-CHAIN-DATE            TO CHH-CHAIN-DATE
               MOVE WS-CHAIN-START           TO CHH-CHAIN-START
               MOVE WS-SI                    TO CHH-STEP-NO
               MOVE WS-STEP-PROGRAM (WS-SI)  TO CHH-PROGRAM
               MOVE WS-STEP-START (WS-SI)    TO CHH-START-STAMP
               MOVE WS-STEP-END (WS-SI)      TO CHH-END-STAMP
               MOVE WS-RUN-TYPE              TO CHH-RUN-TYPE
               IF WS-SI = WS-STEP-MAX
                   MOVE "Y" TO CHH-FINAL-STEP-SW
               ELSE
                   MOVE "N" TO CHH-FINAL-STEP-SW
               END-IF
               WRITE CHH-RECORD
               IF WS-CHH-STATUS NOT = "00"
                   DISPLAY "NUMCHN01: WRITE TO CHNHIST FAILED, "
                       "STATUS = " WS-CHH-STATUS
               END-IF
               CLOSE CHAIN-HISTORY-FILE
           END-IF.

       9000-TERMINATE.
           DISPLAY "NUMCHN01: CHAIN FOR " WS-CHAIN-DATE
               " RAN TO COMPLETION, RETURN CODE " WS-CHAIN-RC
           MOVE WS-CHAIN-RC TO RETURN-CODE.
