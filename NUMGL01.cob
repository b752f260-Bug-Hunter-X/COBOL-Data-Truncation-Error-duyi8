       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMGL01.
      *****************************************************************
      * NUMGL01 - Daily general-ledger journal.
      *
      * Finance used to re-key the day's movement into the general
      * ledger off SUMRPT and spend the next day chasing why the two
      * never tied. This step, run in the nightly chain straight
      * after NUMACC01, builds the balanced GL journal for the
      * business date on TOTFILE instead:
      *
      *   - the day's posted TRANARCH entries (CPY-TARREC), summed in
      *     whole units exactly as NUMACC01 posted them, by
      *     transaction type - ORIG originals, REVR reversals, ADJT
      *     adjustments (an approved NUMMAINT correction posts as an
      *     adjustment, so this is where corrections reach the
      *     ledger)
      *   - the NUMCLS01 period-close rolls (AUDFILE reason PCLS, new
      *     value less old) appended to AUDFILE since the last
      *     journal - a close runs after the night's chain, so its
      *     roll goes out on the next journal
      *   - the NUMBKO01 backouts of a posted business date (AUDFILE
      *     reason BKOT, new value less old) - the ledger already
      *     holds the backed-out date's journal, so the reversal is
      *     journaled as a BKOT movement on the next journal, and the
      *     corrected feed re-posted for the date journals as usual
      *     under ORIG, REVR and ADJT. The other AUDFILE lines are
      *     the before/after trail of corrections that already
      *     reached the ledger as ADJT; they are counted on the
      *     operator log and not journaled a second time.
      *
      * Each movement with a non-zero net becomes a debit/credit pair
      * against the GL accounts finance holds for it on the GLMAP
      * mapping file (CPY-GLMREC), written to GLJRNL (CPY-GLJREC)
      * between a header and a trailer carrying the debit total,
      * credit total and record count, the NUMIF01 extract-trailer
      * idea. NUMREC01 ties the journal's net back to TOTFILE.
      *
      * Nothing is written unless the whole journal can be: a
      * movement with activity and no GLMAP entry, or debits that do
      * not equal credits, stops the step before GLJRNL is opened,
      * and the chain resumes here once the mapping is fixed. GLCTL
      * (CPY-GLCREC) is stamped only after a journal is written
      * whole, and a second journal for a business date and cycle
      * already journaled is refused - finance would post it twice.
      * A date posted in several intraday cycles is journaled once
      * per cycle, each journal carrying only the TRANARCH entries
      * its own cycle posted (TAR-CYCLE-NO) and naming the cycle on
      * every record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTALS-FILE ASSIGN TO "TOTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOTALS-FILE
           RECORDING MODE IS F.
           COPY CPY-TOTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  AUDIT-FILE.
           COPY CPY-AUDREC.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY CPY-GLMREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-GLCREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CPY-GLJREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TOT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-AUD-STATUS           PIC XX VALUE SPACES.
           05  WS-GLM-STATUS           PIC XX VALUE SPACES.
           05  WS-GLC-STATUS           PIC XX VALUE SPACES.
           05  WS-GLJ-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-CURRENT-FILE         VALUE "Y".
           05  WS-FIRST-JOURNAL-SWITCH PIC X VALUE "N".
               88  FIRST-JOURNAL               VALUE "Y".

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LAST-JOURNAL-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-NO                 PIC 9(2) VALUE 1.
       01  WS-LAST-JOURNAL-CYCLE       PIC 9(2) VALUE ZERO.
       01  WS-TAR-CYCLE                PIC 9(2) VALUE ZERO.

      *    AUDFILE lines already taken by an earlier journal, and the
      *    count read this run - which becomes the mark on GLCTL.
       01  WS-AUD-MARK                 PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-AUD-READ                 PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-AUD-MEMO-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-AUD-PRIOR-COUNT          PIC 9(9) COMP-3 VALUE ZERO.

      *    One whole-unit amount per transaction, rounded exactly as
      *    NUMACC01 rounds it, a reversal counting as a subtraction.
       01  WS-TRAN-UNITS               PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-ARC-READ                 PIC 9(9) COMP-3 VALUE ZERO.

      *    The journaled movements, in journal order, with the GLMAP
      *    accounts each one posts to. The codes are fixed here; the
      *    accounts come from GLMAP.
       01  WS-MOV-MAX                  PIC 9(1) VALUE 5.
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY OCCURS 5 TIMES.
               10  WS-MOV-CODE         PIC X(4).
               10  WS-MOV-NET          PIC S9(11) COMP-3.
               10  WS-MOV-COUNT        PIC 9(9)   COMP-3.
               10  WS-MOV-DEBIT-ACCT   PIC X(10).
               10  WS-MOV-CREDIT-ACCT  PIC X(10).
               10  WS-MOV-MAPPED-FLAG  PIC X(1).
                   88  MOV-MAPPED              VALUE "Y".
       01  WS-MI                       PIC 9(1) VALUE ZERO.
       01  WS-FOUND-MI                 PIC 9(1) VALUE ZERO.

      *    The journal lines, built whole and proved in balance before
      *    GLJRNL is opened - two lines per movement at most.
       01  WS-JLN-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-JLN-TABLE.
           05  WS-JLN-ENTRY OCCURS 10 TIMES.
               10  WS-JLN-GL-ACCOUNT   PIC X(10).
               10  WS-JLN-SIDE         PIC X(2).
               10  WS-JLN-AMOUNT       PIC 9(11)  COMP-3.
               10  WS-JLN-MOV          PIC 9(1).
       01  WS-JI                       PIC 9(2) VALUE ZERO.
       01  WS-ABS-NET                  PIC 9(11) COMP-3 VALUE ZERO.

       01  WS-DEBIT-TOTAL              PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(13) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-ARCHIVE
           PERFORM 3000-SUMMARIZE-AUDIT
           PERFORM 4000-BUILD-JOURNAL
           PERFORM 5000-CHECK-BALANCE
           PERFORM 6000-WRITE-JOURNAL
           PERFORM 9000-TERMINATE
      *    GOBACK, not STOP RUN - this step runs standalone or as a
      *    CALLed step of the NUMCHN01 chain driver; its guards and
      *    error stops still STOP RUN and halt the whole chain.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE "ORIG" TO WS-MOV-CODE (1)
           MOVE "REVR" TO WS-MOV-CODE (2)
           MOVE "ADJT" TO WS-MOV-CODE (3)
           MOVE "PCLS" TO WS-MOV-CODE (4)
           MOVE "BKOT" TO WS-MOV-CODE (5)
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOV-MAX
               MOVE ZERO   TO WS-MOV-NET (WS-MI)
               MOVE ZERO   TO WS-MOV-COUNT (WS-MI)
               MOVE SPACES TO WS-MOV-DEBIT-ACCT (WS-MI)
               MOVE SPACES TO WS-MOV-CREDIT-ACCT (WS-MI)
               MOVE "N"    TO WS-MOV-MAPPED-FLAG (WS-MI)
           END-PERFORM

           PERFORM 1100-CHECK-RUN-CONTROL
           PERFORM 1200-READ-TOTALS
           PERFORM 1300-CHECK-JOURNAL-CONTROL
           PERFORM 1400-LOAD-GL-MAPPING.

       1100-CHECK-RUN-CONTROL.
      *    Refuses to journal the totals of an accumulation run that
      *    never completed - finance would book movement from a run
      *    that died in flight. A missing RUNCTL means the guard is
      *    not established yet; the journal proceeds.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "NUMGL01: NO RUNCTL FOUND, STATUS = "
                   WS-RUN-STATUS ", RUN-CONTROL CHECK SKIPPED"
           ELSE
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RUN-IN-PROGRESS
                           DISPLAY "NUMGL01: ACCUMULATION RUN FOR "
                               "BUSINESS DATE " RUN-BUSINESS-DATE
                               " NEVER COMPLETED - JOURNAL REFUSED"
                           CLOSE RUN-CONTROL-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1200-READ-TOTALS.
      *    The business date journaled is the one NUMACC01 stamped on
      *    TOTFILE - the run whose posted activity this journal
      *    carries - and the cycle is that run's posting cycle.
           OPEN INPUT TOTALS-FILE
           IF WS-TOT-STATUS NOT = "00"
               DISPLAY "NUMGL01: UNABLE TO OPEN TOTFILE, STATUS = "
                   WS-TOT-STATUS
               STOP RUN
           END-IF
           READ TOTALS-FILE
               AT END
                   DISPLAY "NUMGL01: TOTFILE IS EMPTY - JOURNAL "
                       "REFUSED"
                   CLOSE TOTALS-FILE
                   STOP RUN
           END-READ
           MOVE TOT-RUN-DATE TO WS-BUSINESS-DATE
           IF TOT-CYCLE-NO NUMERIC
              AND TOT-CYCLE-NO > ZERO
               MOVE TOT-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           CLOSE TOTALS-FILE.

       1300-CHECK-JOURNAL-CONTROL.
      *    A business date before the last one journaled, or a cycle
      *    of that date at or before the last cycle journaled, has
      *    been sent to finance already. No GLCTL at all is the first
      *    journal ever: the AUDFILE lines already on file predate
      *    the interface and are marked taken, not journaled.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLC-STATUS NOT = "00"
               DISPLAY "NUMGL01: NO GLCTL FOUND, STATUS = "
                   WS-GLC-STATUS ", WRITING THE FIRST JOURNAL"
               MOVE "Y" TO WS-FIRST-JOURNAL-SWITCH
           ELSE
               READ GL-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-FIRST-JOURNAL-SWITCH
                   NOT AT END
                       MOVE GLC-LAST-JOURNAL-DATE
                           TO WS-LAST-JOURNAL-DATE
                       MOVE GLC-AUD-RECORDS TO WS-AUD-MARK
                       IF GLC-LAST-JOURNAL-CYCLE NUMERIC
                           MOVE GLC-LAST-JOURNAL-CYCLE
                               TO WS-LAST-JOURNAL-CYCLE
                       END-IF
                       IF WS-LAST-JOURNAL-DATE > ZERO
                          AND WS-LAST-JOURNAL-CYCLE = ZERO
                           MOVE 1 TO WS-LAST-JOURNAL-CYCLE
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF

           IF WS-BUSINESS-DATE < WS-LAST-JOURNAL-DATE
               DISPLAY "NUMGL01: BUSINESS DATE " WS-BUSINESS-DATE
                   " IS BEFORE THE LAST DATE JOURNALED ("
                   WS-LAST-JOURNAL-DATE ") - JOURNAL REFUSED AS A "
                   "DOUBLE-POST TO THE LEDGER"
               STOP RUN
           END-IF
           IF WS-BUSINESS-DATE = WS-LAST-JOURNAL-DATE
              AND WS-CYCLE-NO NOT > WS-LAST-JOURNAL-CYCLE
               DISPLAY "NUMGL01: CYCLE " WS-CYCLE-NO " OF BUSINESS "
                   "DATE " WS-BUSINESS-DATE " IS AT OR BEFORE THE "
                   "LAST CYCLE JOURNALED (" WS-LAST-JOURNAL-CYCLE
                   ") - JOURNAL REFUSED AS A DOUBLE-POST TO THE "
                   "LEDGER"
               STOP RUN
           END-IF.

       1400-LOAD-GL-MAPPING.
      *    A missing GLMAP leaves every movement unmapped - a day with
      *    no activity still journals (header and trailer only), any
      *    other day stops at 4000 naming the movement.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-STATUS NOT = "00"
               DISPLAY "NUMGL01: NO GLMAP FOUND, STATUS = "
                   WS-GLM-STATUS ", NO MOVEMENT IS MAPPED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1450-LOAD-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       1450-LOAD-ONE-MAPPING.
           MOVE ZERO TO WS-FOUND-MI
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOV-MAX
               IF WS-MOV-CODE (WS-MI) = GLM-MOVEMENT-CODE
                   MOVE WS-MI TO WS-FOUND-MI
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FOUND-MI = ZERO
                   DISPLAY "NUMGL01: GLMAP CODE " GLM-MOVEMENT-CODE
                       " IS NOT A JOURNALED MOVEMENT - IGNORED"
               WHEN MOV-MAPPED (WS-FOUND-MI)
                   DISPLAY "NUMGL01: GLMAP CODE " GLM-MOVEMENT-CODE
                       " MAPPED TWICE - FIRST ENTRY KEPT"
               WHEN GLM-DEBIT-ACCOUNT = SPACES
                 OR GLM-CREDIT-ACCOUNT = SPACES
                   DISPLAY "NUMGL01: GLMAP CODE " GLM-MOVEMENT-CODE
                       " HAS A BLANK GL ACCOUNT - IGNORED"
               WHEN OTHER
                   MOVE GLM-DEBIT-ACCOUNT
                       TO WS-MOV-DEBIT-ACCT (WS-FOUND-MI)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO WS-MOV-CREDIT-ACCT (WS-FOUND-MI)
                   MOVE "Y" TO WS-MOV-MAPPED-FLAG (WS-FOUND-MI)
           END-EVALUATE.

       2000-SUMMARIZE-ARCHIVE.
      *    The business date's posted entries for this cycle, by
      *    transaction type. Rejected entries never reached the
      *    totals and are not journaled. A missing TRANARCH means
      *    nothing has posted. An entry converted by NUMCNV01 carries
      *    a zero cycle and counts as cycle 01.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMGL01: NO TRANARCH FOUND, STATUS = "
                   WS-ARC-STATUS ", NO POSTED ACTIVITY JOURNALED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TAR-CYCLE-NO NUMERIC
                              AND TAR-CYCLE-NO > ZERO
                               MOVE TAR-CYCLE-NO TO WS-TAR-CYCLE
                           ELSE
                               MOVE 1 TO WS-TAR-CYCLE
                           END-IF
                           IF TAR-POSTED
                              AND TAR-BUSINESS-DATE = WS-BUSINESS-DATE
                              AND WS-TAR-CYCLE = WS-CYCLE-NO
                               PERFORM 2100-SUMMARIZE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       2100-SUMMARIZE-ONE-ENTRY.
           ADD 1 TO WS-ARC-READ
           COMPUTE WS-TRAN-UNITS ROUNDED = TAR-AMOUNT
           EVALUATE TAR-TYPE-CODE
               WHEN "R"
                   COMPUTE WS-TRAN-UNITS = ZERO - WS-TRAN-UNITS
                   MOVE 2 TO WS-MI
               WHEN "A"
                   MOVE 3 TO WS-MI
               WHEN OTHER
                   MOVE 1 TO WS-MI
           END-EVALUATE
           ADD WS-TRAN-UNITS TO WS-MOV-NET (WS-MI)
           ADD 1 TO WS-MOV-COUNT (WS-MI).

       3000-SUMMARIZE-AUDIT.
      *    The AUDFILE lines appended since the last journal. A PCLS
      *    roll and a BKOT backout are ledger movement (new less
      *    old); every other reason is the trail of a correction the
      *    ledger already has as ADJT. A file shorter than the mark
      *    has been cut back by hand - the mark follows it down,
      *    loudly.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMGL01: NO AUDFILE FOUND, STATUS = "
                   WS-AUD-STATUS ", NO CORRECTIONS JOURNALED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-AUD-READ
                           PERFORM 3100-SUMMARIZE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           IF WS-AUD-READ < WS-AUD-MARK
               DISPLAY "NUMGL01: AUDFILE HOLDS " WS-AUD-READ
                   " LINES, FEWER THAN THE " WS-AUD-MARK
                   " ALREADY JOURNALED - MARK RESET"
           END-IF
           IF WS-AUD-PRIOR-COUNT > ZERO
               DISPLAY "NUMGL01: AUDFILE LINES BEFORE THE FIRST "
                   "JOURNAL = " WS-AUD-PRIOR-COUNT " - NOT JOURNALED"
           END-IF.

       3100-SUMMARIZE-ONE-LINE.
           EVALUATE TRUE
               WHEN FIRST-JOURNAL
                   ADD 1 TO WS-AUD-PRIOR-COUNT
               WHEN WS-AUD-READ <= WS-AUD-MARK
                   CONTINUE
               WHEN AUD-REASON-CODE = "PCLS"
                   COMPUTE WS-MOV-NET (4) = WS-MOV-NET (4)
                       + AUD-NEW-VALUE - AUD-OLD-VALUE
                   ADD 1 TO WS-MOV-COUNT (4)
               WHEN AUD-REASON-CODE = "BKOT"
                   COMPUTE WS-MOV-NET (5) = WS-MOV-NET (5)
                       + AUD-NEW-VALUE - AUD-OLD-VALUE
                   ADD 1 TO WS-MOV-COUNT (5)
               WHEN OTHER
                   ADD 1 TO WS-AUD-MEMO-COUNT
           END-EVALUATE.

       4000-BUILD-JOURNAL.
      *    One DR/CR pair per movement with a non-zero net. The GL
      *    amount is unsigned; a net-negative movement swaps the
      *    mapped sides instead.
           MOVE ZERO TO WS-JLN-COUNT
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOV-MAX
               IF WS-MOV-NET (WS-MI) NOT = ZERO
                   IF NOT MOV-MAPPED (WS-MI)
                       DISPLAY "NUMGL01: MOVEMENT "
                           WS-MOV-CODE (WS-MI) " HAS A NET OF "
                           WS-MOV-NET (WS-MI) " AND NO GLMAP "
                           "ENTRY - JOURNAL REFUSED"
                       STOP RUN
                   END-IF
                   PERFORM 4100-ADD-MOVEMENT-PAIR
               END-IF
           END-PERFORM.

       4100-ADD-MOVEMENT-PAIR.
           IF WS-MOV-NET (WS-MI) < ZERO
               COMPUTE WS-ABS-NET = ZERO - WS-MOV-NET (WS-MI)
           ELSE
               MOVE WS-MOV-NET (WS-MI) TO WS-ABS-NET
           END-IF

           ADD 1 TO WS-JLN-COUNT
           MOVE "DR"       TO WS-JLN-SIDE (WS-JLN-COUNT)
           MOVE WS-ABS-NET TO WS-JLN-AMOUNT (WS-JLN-COUNT)
           MOVE WS-MI      TO WS-JLN-MOV (WS-JLN-COUNT)
           IF WS-MOV-NET (WS-MI) < ZERO
               MOVE WS-MOV-CREDIT-ACCT (WS-MI)
                   TO WS-JLN-GL-ACCOUNT (WS-JLN-COUNT)
           ELSE
               MOVE WS-MOV-DEBIT-ACCT (WS-MI)
                   TO WS-JLN-GL-ACCOUNT (WS-JLN-COUNT)
           END-IF

           ADD 1 TO WS-JLN-COUNT
           MOVE "CR"       TO WS-JLN-SIDE (WS-JLN-COUNT)
           MOVE WS-ABS-NET TO WS-JLN-AMOUNT (WS-JLN-COUNT)
           MOVE WS-MI      TO WS-JLN-MOV (WS-JLN-COUNT)
           IF WS-MOV-NET (WS-MI) < ZERO
               MOVE WS-MOV-DEBIT-ACCT (WS-MI)
                   TO WS-JLN-GL-ACCOUNT (WS-JLN-COUNT)
           ELSE
               MOVE WS-MOV-CREDIT-ACCT (WS-MI)
                   TO WS-JLN-GL-ACCOUNT (WS-JLN-COUNT)
           END-IF.

       5000-CHECK-BALANCE.
      *    The two sides are re-summed off the built lines, not off
      *    the movements they came from - the trailer carries these
      *    figures, and an out-of-balance journal is never written.
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           PERFORM VARYING WS-JI FROM 1 BY 1
                   UNTIL WS-JI > WS-JLN-COUNT
               IF WS-JLN-SIDE (WS-JI) = "DR"
                   ADD WS-JLN-AMOUNT (WS-JI) TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-JLN-AMOUNT (WS-JI) TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "NUMGL01: JOURNAL OUT OF BALANCE - DEBITS "
                   WS-DEBIT-TOTAL " CREDITS " WS-CREDIT-TOTAL
                   " - JOURNAL REFUSED"
               STOP RUN
           END-IF.

       6000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "NUMGL01: UNABLE TO OPEN GLJRNL, STATUS = "
                   WS-GLJ-STATUS
               STOP RUN
           END-IF

           MOVE SPACES                 TO GLJ-HEADER-RECORD
           MOVE "H"                    TO GLJ-REC-TYPE
           MOVE WS-BUSINESS-DATE       TO GLJ-HDR-BUSINESS-DATE
           MOVE WS-TODAY               TO GLJ-HDR-CREATED-DATE
           MOVE "NUMGL01"              TO GLJ-HDR-SOURCE
           MOVE WS-CYCLE-NO            TO GLJ-HDR-CYCLE-NO
           WRITE GLJ-HEADER-RECORD
           PERFORM 8900-CHECK-WRITE

           PERFORM 6100-WRITE-ONE-LINE
               VARYING WS-JI FROM 1 BY 1 UNTIL WS-JI > WS-JLN-COUNT

           MOVE SPACES                 TO GLJ-TRAILER-RECORD
           MOVE "T"                    TO GLJ-TRL-REC-TYPE
           MOVE WS-DEBIT-TOTAL         TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL        TO GLJ-TRL-CREDIT-TOTAL
           MOVE WS-JLN-COUNT           TO GLJ-TRL-RECORD-COUNT
           MOVE WS-BUSINESS-DATE       TO GLJ-TRL-BUSINESS-DATE
           MOVE WS-CYCLE-NO            TO GLJ-TRL-CYCLE-NO
           WRITE GLJ-TRAILER-RECORD
           PERFORM 8900-CHECK-WRITE

           CLOSE GL-JOURNAL-FILE.

       6100-WRITE-ONE-LINE.
           MOVE WS-JLN-MOV (WS-JI)     TO WS-MI
           MOVE SPACES                 TO GLJ-DETAIL-RECORD
           MOVE "D"                    TO GLJ-DTL-REC-TYPE
           MOVE WS-JI                  TO GLJ-DTL-LINE-NO
           MOVE WS-JLN-GL-ACCOUNT (WS-JI) TO GLJ-DTL-GL-ACCOUNT
           MOVE WS-JLN-SIDE (WS-JI)    TO GLJ-DTL-SIDE
           MOVE WS-JLN-AMOUNT (WS-JI)  TO GLJ-DTL-AMOUNT
           MOVE WS-MOV-CODE (WS-MI)    TO GLJ-DTL-MOVEMENT
           MOVE WS-MOV-NET (WS-MI)     TO GLJ-DTL-MOVEMENT-NET
           MOVE WS-MOV-COUNT (WS-MI)   TO GLJ-DTL-ENTRY-COUNT
           MOVE WS-BUSINESS-DATE       TO GLJ-DTL-BUSINESS-DATE
           MOVE WS-CYCLE-NO            TO GLJ-DTL-CYCLE-NO
           WRITE GLJ-DETAIL-RECORD
           PERFORM 8900-CHECK-WRITE.

       8900-CHECK-WRITE.
      *    A journal that did not write whole must not be stamped as
      *    sent - the step stops and the chain resumes here.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "NUMGL01: WRITE TO GLJRNL FAILED, STATUS = "
                   WS-GLJ-STATUS " - JOURNAL INCOMPLETE"
               CLOSE GL-JOURNAL-FILE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-WRITE-JOURNAL-CONTROL
           DISPLAY "NUMGL01: JOURNAL FOR BUSINESS DATE "
               WS-BUSINESS-DATE " CYCLE " WS-CYCLE-NO " WRITTEN"
           DISPLAY "NUMGL01: POSTED ARCHIVE ENTRIES   = " WS-ARC-READ
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOV-MAX
               DISPLAY "NUMGL01: MOVEMENT " WS-MOV-CODE (WS-MI)
                   " ENTRIES = " WS-MOV-COUNT (WS-MI)
                   " NET = " WS-MOV-NET (WS-MI)
           END-PERFORM
           DISPLAY "NUMGL01: CORRECTIONS LEFT TO ADJT = "
               WS-AUD-MEMO-COUNT
           DISPLAY "NUMGL01: JOURNAL LINES            = " WS-JLN-COUNT
           DISPLAY "NUMGL01: DEBIT TOTAL              = "
               WS-DEBIT-TOTAL
           DISPLAY "NUMGL01: CREDIT TOTAL             = "
               WS-CREDIT-TOTAL.

       9100-WRITE-JOURNAL-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLC-STATUS NOT = "00"
               DISPLAY "NUMGL01: UNABLE TO WRITE GLCTL, STATUS = "
                   WS-GLC-STATUS " - JOURNAL WRITTEN BUT NOT "
                   "STAMPED, A RERUN WOULD SEND IT TWICE"
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE       TO GLC-LAST-JOURNAL-DATE
           MOVE WS-AUD-READ            TO GLC-AUD-RECORDS
           MOVE WS-TODAY               TO GLC-JOURNAL-STAMP
           MOVE WS-CYCLE-NO            TO GLC-LAST-JOURNAL-CYCLE
           WRITE GLC-RECORD
           IF WS-GLC-STATUS NOT = "00"
               DISPLAY "NUMGL01: WRITE TO GLCTL FAILED, STATUS = "
                   WS-GLC-STATUS
           END-IF
           CLOSE GL-CONTROL-FILE.
