      *                  same round-to-whole-units and reversal-
      *                  subtraction NUMACC01 applies, less the
      *                  amounts NUMACC01 rejected to ACCREJ
      *   2. TOTFILE   - TOT-COMPUTED-NUMBER as written by NUMACC01,
      *                  and the cycle's own activity within it
      *   3. NUMMSTR   - NUM-NUMBER-X summed across the master
      *   4. extracts  - one file per partner off the PTNCTL partner
      *                  control file: each partner's IF-NUMBER-X
      *                  partner (no PTNCTL falls back to the legacy
      *                  single NUMIFOUT over the whole master, as
      *                  NUMIF01 does)
      *   5. GLJRNL    - the net of the ORIG, REVR and ADJT movements
      *                  NUMGL01 journaled for the business date and
      *                  cycle against TOTFILE's cycle activity, and the
      *                  journal's lines against its own trailer
      *                  count (the PCLS close roll is not day
      *                  activity and stays out of the net)
      *
      * with record counts at each stage, so a value that goes wrong
      * anywhere prints as a MISMATCH on exactly the handoff that
      * broke it instead of an evening of manually dumping each file.
      *
      * When a business date posts in more than one intraday cycle,
      * TRANEDIT and GLJRNL carry only the cycle just posted while
      * TOTFILE and the master carry the date so far. The cycle's
      * activity (TOT-COMPUTED-NUMBER less TOT-CYCLE-OPENING) is what
      * the detail and the journal are judged against; the master is
      * judged against the date total. A journal naming another date
      * or cycle is not summed.
      *
      * On a reprocessing night (NUMACC01-REPROCESS) the amounts
      * posted off REPROIN are inside TOTFILE but not inside TRANEDIT,
      * so the first handoff legitimately shows the reprocessed value
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CPY-GLJREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRAN-STATUS          PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-PTN-STATUS           PIC XX VALUE SPACES.
           05  WS-GLJ-STATUS           PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  END-OF-CURRENT-FILE             VALUE "Y".
           05  WS-ADJUSTED-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-TOTFILE-TOTAL        PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-TOTFILE-COUNT        PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-CYCLE-OPENING        PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-CYCLE-ACTIVITY       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MASTER-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MASTER-COUNT         PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-LOADED-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-SLICE-TOTAL          PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-SLICE-COUNT          PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-GL-NET-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-GL-LINE-COUNT        PIC 9(9)   COMP-3 VALUE ZERO.
           05  WS-GL-TRAILER-COUNT     PIC 9(9)   COMP-3 VALUE ZERO.

      *    Run date off the TOT-RECORD - the master carries every
      *    account ever loaded, but only the records NUMLOD01 stamped
      *    with this run's date correspond to tonight's TOTFILE.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-NO                 PIC 9(2) VALUE 1.
       01  WS-GLJ-CYCLE                PIC 9(2) VALUE ZERO.

       01  WS-DELTA                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(3)   COMP-3 VALUE ZERO.
           PERFORM 2500-SUM-REJECTS
           PERFORM 3000-READ-TOTALS
           PERFORM 4000-SUM-MASTER
           PERFORM 5000-SUM-GL-JOURNAL
           PERFORM 6000-WRITE-REPORT
           PERFORM 7000-RECONCILE-EXTRACTS
           PERFORM 9000-TERMINATE

       3000-READ-TOTALS.
      *    Stage 2 - the computed total NUMACC01 handed to the rest
      *    of the chain, and the part of it this cycle posted.
           OPEN INPUT TOTALS-FILE
           IF WS-TOT-STATUS NOT = "00"
               DISPLAY "NUMREC01: UNABLE TO OPEN TOTFILE, STATUS = "
                       ADD 1 TO WS-TOTFILE-COUNT
                       ADD TOT-COMPUTED-NUMBER TO WS-TOTFILE-TOTAL
                       MOVE TOT-RUN-DATE TO WS-RUN-DATE
                       IF TOT-CYCLE-NO NUMERIC
                          AND TOT-CYCLE-NO > ZERO
                           MOVE TOT-CYCLE-NO TO WS-CYCLE-NO
                       END-IF
                       IF TOT-CYCLE-OPENING NUMERIC
                           ADD TOT-CYCLE-OPENING TO WS-CYCLE-OPENING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOTALS-FILE
           COMPUTE WS-CYCLE-ACTIVITY =
               WS-TOTFILE-TOTAL - WS-CYCLE-OPENING.

       4000-SUM-MASTER.
      *    Stage 3 - the per-account master NUMLOD01 loaded. Accounts
           END-PERFORM
           CLOSE MASTER-FILE.

       5000-SUM-GL-JOURNAL.
      *    Stage 5 - the ledger's view of the day. Each movement's net
      *    rides on both lines of its DR/CR pair, so only the DR lines
      *    are summed. A missing journal, or one left over from an
      *    earlier business date or cycle, contributes nothing and
      *    prints as the mismatch it is. A journal written before
      *    cycles were kept carries no cycle and reads as cycle 01.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "NUMREC01: UNABLE TO OPEN GLJRNL, STATUS = "
                   WS-GLJ-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               MOVE 1 TO WS-GLJ-CYCLE
               IF NOT END-OF-CURRENT-FILE
                  AND GLJ-HDR-CYCLE-NO NUMERIC
                  AND GLJ-HDR-CYCLE-NO > ZERO
                   MOVE GLJ-HDR-CYCLE-NO TO WS-GLJ-CYCLE
               END-IF
               IF NOT END-OF-CURRENT-FILE
                  AND (NOT GLJ-HEADER-REC
                       OR GLJ-HDR-BUSINESS-DATE NOT = WS-RUN-DATE
                       OR WS-GLJ-CYCLE NOT = WS-CYCLE-NO)
                   DISPLAY "NUMREC01: GLJRNL IS NOT THE JOURNAL FOR "
                       "BUSINESS DATE " WS-RUN-DATE " CYCLE "
                       WS-CYCLE-NO " - NOT SUMMED"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           EVALUATE TRUE
                               WHEN GLJ-DETAIL-REC
                                   PERFORM 5100-SUM-GL-LINE
                               WHEN GLJ-TRAILER-REC
                                   MOVE GLJ-TRL-RECORD-COUNT
                                       TO WS-GL-TRAILER-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

       5100-SUM-GL-LINE.
           ADD 1 TO WS-GL-LINE-COUNT
           IF GLJ-DTL-DEBIT
              AND (GLJ-DTL-MOVEMENT = "ORIG"
                OR GLJ-DTL-MOVEMENT = "REVR"
                OR GLJ-DTL-MOVEMENT = "ADJT")
               ADD GLJ-DTL-MOVEMENT-NET TO WS-GL-NET-TOTAL
           END-IF.

       6000-WRITE-REPORT.
           MOVE SPACES                  TO REC-HEADING-LINE
           MOVE "RECONCILED BUSINESS DATE" TO REC-HDG-LABEL
           MOVE WS-RUN-DATE             TO REC-HDG-BUSINESS-DATE
           MOVE "CYCLE"                 TO REC-HDG-CYCLE-LABEL
           MOVE WS-CYCLE-NO             TO REC-HDG-CYCLE-NO
           WRITE REC-HEADING-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMREC01: WRITE TO RECRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF

           MOVE SPACES                  TO REC-STAGE-LINE
           MOVE "TRANEDIT DETAIL"       TO REC-STG-LABEL
           MOVE WS-DETAIL-TOTAL         TO REC-STG-TOTAL
           SUBTRACT WS-REJECT-COUNT FROM WS-DETAIL-COUNT
               GIVING REC-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "TOTFILE CYCLE ACTIVITY" TO REC-STG-LABEL
           MOVE WS-CYCLE-ACTIVITY       TO REC-STG-TOTAL
           MOVE WS-TOTFILE-COUNT        TO REC-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE
           MOVE "TOTFILE COMPUTED (DATE)" TO REC-STG-LABEL
           MOVE WS-TOTFILE-TOTAL        TO REC-STG-TOTAL
           MOVE WS-TOTFILE-COUNT        TO REC-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE

           MOVE SPACES                  TO REC-COMPARE-LINE
           MOVE WS-ADJUSTED-TOTAL       TO WS-DELTA
           SUBTRACT WS-CYCLE-ACTIVITY FROM WS-DELTA
           MOVE "ADJUSTED DETAIL VS TOTFILE CYCLE"
                                        TO REC-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           MOVE WS-TOTFILE-TOTAL        TO WS-DELTA
           SUBTRACT WS-LOADED-TOTAL   FROM WS-DELTA
           MOVE "TOTFILE VS NUMMSTR THIS RUN" TO REC-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           MOVE "GL JOURNAL NET (GLJRNL)" TO REC-STG-LABEL
           MOVE WS-GL-NET-TOTAL         TO REC-STG-TOTAL
           MOVE WS-GL-LINE-COUNT        TO REC-STG-COUNT
           PERFORM 8100-WRITE-STAGE-LINE

           MOVE WS-GL-NET-TOTAL         TO WS-DELTA
           SUBTRACT WS-CYCLE-ACTIVITY FROM WS-DELTA
           MOVE "GL JOURNAL NET VS TOTFILE CYCLE" TO REC-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE

           MOVE WS-GL-LINE-COUNT        TO WS-DELTA
           SUBTRACT WS-GL-TRAILER-COUNT FROM WS-DELTA
           MOVE "GL JOURNAL LINES VS TRAILER" TO REC-CMP-LABEL
           PERFORM 8200-WRITE-COMPARE-LINE.

       7000-RECONCILE-EXTRACTS.
