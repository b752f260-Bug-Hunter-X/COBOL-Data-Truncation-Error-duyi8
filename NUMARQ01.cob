      * the next night's edit. This inquiry walks TRANARCH, the
      * permanent archive NUMACC01 appends every handled transaction
      * to (CPY-TARREC), for one account and business-date range:
      * each archived transaction prints with its disposition (posted,
      * rejected, or backed out by NUMBKO01 with the rest of its
      * business date) and a running total of the posted amounts,
      * rounded to whole units exactly as the accumulator posts them.
      * A backed-out entry no longer counts towards that total - the
      * corrected feed re-posted for its date shows as fresh posted
      * entries. A posted entry dated inside a period NUMCLS01 had
      * already closed is called out as a prior-period adjustment.
      * The account's NUM-NUMBER-X is then read off NUMMSTR and
      * compared against the posted total, so the analyst can see on
      * the spot whether the archived detail ties to the master.
      *
      * Reversals and originals are paired up: a posted reversal
      * prints with the original it backed out (sequence, business
      * date and amount), and a posted original that has since been
      * reversed prints with the reversal that did it - whichever
      * side of the pair falls inside the date range. The pairing
      * comes from a first pass over the account's whole archive
      * history, since an original usually predates its reversal.
      *
      * NUM-NUMBER-X on the master is the account's total for the
      * most recent run it traded in (NUMLOD01 refreshes it from
      * ACCTFILE each night), so the tie holds when the date range
       01  WS-POSTED-TOTAL             PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(9)   COMP-3 VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(9)   COMP-3 VALUE ZERO.
       01  WS-BACKED-OUT-COUNT         PIC 9(9)   COMP-3 VALUE ZERO.
       01  WS-PRIOR-PERIOD-COUNT       PIC 9(9)   COMP-3 VALUE ZERO.
       01  WS-MASTER-DELTA             PIC S9(11) COMP-3 VALUE ZERO.

      *    The account's posted originals as the archive stands at
      *    each point of the first pass (a sequence number reused on a
      *    later night replaces the earlier entry), and every posted
      *    reversal paired with the original current when it posted.
      *    An occurrence is identified by sequence and business date.
       01  WS-PAIR-TABLE-MAX           PIC 9(5) COMP-3 VALUE 5000.
       01  WS-AOR-COUNT                PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-AOR-TABLE.
           05  WS-AOR-ENTRY OCCURS 5000 TIMES.
               10  WS-AOR-SEQ-NO       PIC 9(6).
               10  WS-AOR-BUSINESS-DATE PIC 9(8).
               10  WS-AOR-AMOUNT       PIC S9(7)V99 COMP-3.
       01  WS-PAIR-COUNT               PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10  WS-PAIR-REV-SEQ-NO  PIC 9(6).
               10  WS-PAIR-REV-BUS-DATE PIC 9(8).
               10  WS-PAIR-ORG-SEQ-NO  PIC 9(6).
               10  WS-PAIR-ORG-BUS-DATE PIC 9(8).
               10  WS-PAIR-ORG-AMOUNT  PIC S9(7)V99 COMP-3.
       01  WS-XI                       PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-XF                       PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-PAIR-FULL-SWITCH         PIC X VALUE "N".
           88  PAIR-TABLE-FULL                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "NUMARQ01: ACCOUNT ACTIVITY DRILL-DOWN INQUIRY "
               IF WS-INPUT-TO-DATE < WS-INPUT-FROM-DATE
                   DISPLAY "NUMARQ01: TO DATE IS BEFORE FROM DATE"
               ELSE
                   PERFORM 3050-PAIR-REVERSALS
                   PERFORM 3000-LIST-ACTIVITY
                   PERFORM 4000-COMPARE-TO-MASTER
               END-IF
           MOVE ZERO TO WS-POSTED-TOTAL
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-BACKED-OUT-COUNT
           MOVE ZERO TO WS-PRIOR-PERIOD-COUNT

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               CLOSE ARCHIVE-FILE
               DISPLAY "POSTED TRANSACTIONS   : " WS-POSTED-COUNT
               DISPLAY "REJECTED TRANSACTIONS : " WS-REJECTED-COUNT
               DISPLAY "BACKED OUT            : " WS-BACKED-OUT-COUNT
               DISPLAY "PRIOR-PERIOD (POSTED) : " WS-PRIOR-PERIOD-COUNT
               DISPLAY "POSTED TOTAL (UNITS)  : " WS-POSTED-TOTAL
           END-IF.

                       " BUSDATE " TAR-BUSINESS-DATE
                       " AMOUNT " TAR-AMOUNT
                       " POSTED   RUNNING " WS-POSTED-TOTAL
                   IF TAR-PRIOR-PERIOD
                       ADD 1 TO WS-PRIOR-PERIOD-COUNT
                       DISPLAY "      PRIOR-PERIOD ADJUSTMENT - DATED "
                           "INSIDE A PERIOD ALREADY CLOSED"
                   END-IF
                   PERFORM 3200-SHOW-PAIRING
               ELSE
                   IF TAR-BACKED-OUT
                       ADD 1 TO WS-BACKED-OUT-COUNT
                       DISPLAY "  SEQ " TAR-SEQ-NO
                           " TYPE " TAR-TYPE-CODE
                           " DATE " TAR-TRAN-DATE
                           " BUSDATE " TAR-BUSINESS-DATE
                           " AMOUNT " TAR-AMOUNT
                           " BACKED OUT"
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "  SEQ " TAR-SEQ-NO
                           " TYPE " TAR-TYPE-CODE
                           " DATE " TAR-TRAN-DATE
                           " BUSDATE " TAR-BUSINESS-DATE
                           " AMOUNT " TAR-AMOUNT
                           " REJECTED"
                   END-IF
               END-IF
           END-IF
           PERFORM 3900-READ-ARCHIVE.

       3050-PAIR-REVERSALS.
           MOVE ZERO TO WS-AOR-COUNT
           MOVE ZERO TO WS-PAIR-COUNT
           MOVE "N"  TO WS-PAIR-FULL-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-ARC-EOF-SWITCH
               PERFORM 3900-READ-ARCHIVE
               PERFORM 3060-PAIR-ONE-RECORD UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
               IF PAIR-TABLE-FULL
                   DISPLAY "NUMARQ01: ACCOUNT HISTORY EXCEEDS "
                       WS-PAIR-TABLE-MAX " ENTRIES - SOME PAIRINGS "
                       "NOT SHOWN"
               END-IF
           END-IF.

       3060-PAIR-ONE-RECORD.
           IF TAR-ACCT-NO = WS-INPUT-KEY
              AND TAR-POSTED
               IF TAR-TYPE-REVERSAL
                   PERFORM 3070-PAIR-ONE-REVERSAL
               ELSE
                   PERFORM 3080-NOTE-ONE-ORIGINAL
               END-IF
           END-IF
           PERFORM 3900-READ-ARCHIVE.

       3070-PAIR-ONE-REVERSAL.
           MOVE ZERO TO WS-XF
           PERFORM VARYING WS-XI FROM 1 BY 1
                   UNTIL WS-XI > WS-AOR-COUNT OR WS-XF > ZERO
               IF WS-AOR-SEQ-NO (WS-XI) = TAR-ORIG-SEQ-NO
                   MOVE WS-XI TO WS-XF
               END-IF
           END-PERFORM
           IF WS-XF > ZERO
               IF WS-PAIR-COUNT < WS-PAIR-TABLE-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE TAR-SEQ-NO
                       TO WS-PAIR-REV-SEQ-NO (WS-PAIR-COUNT)
                   MOVE TAR-BUSINESS-DATE
                       TO WS-PAIR-REV-BUS-DATE (WS-PAIR-COUNT)
                   MOVE WS-AOR-SEQ-NO (WS-XF)
                       TO WS-PAIR-ORG-SEQ-NO (WS-PAIR-COUNT)
                   MOVE WS-AOR-BUSINESS-DATE (WS-XF)
                       TO WS-PAIR-ORG-BUS-DATE (WS-PAIR-COUNT)
                   MOVE WS-AOR-AMOUNT (WS-XF)
                       TO WS-PAIR-ORG-AMOUNT (WS-PAIR-COUNT)
               ELSE
                   MOVE "Y" TO WS-PAIR-FULL-SWITCH
               END-IF
           END-IF.

       3080-NOTE-ONE-ORIGINAL.
           MOVE ZERO TO WS-XF
           PERFORM VARYING WS-XI FROM 1 BY 1
                   UNTIL WS-XI > WS-AOR-COUNT OR WS-XF > ZERO
               IF WS-AOR-SEQ-NO (WS-XI) = TAR-SEQ-NO
                   MOVE WS-XI TO WS-XF
               END-IF
           END-PERFORM
           IF WS-XF = ZERO
               IF WS-AOR-COUNT < WS-PAIR-TABLE-MAX
                   ADD 1 TO WS-AOR-COUNT
                   MOVE WS-AOR-COUNT TO WS-XF
               ELSE
                   MOVE "Y" TO WS-PAIR-FULL-SWITCH
               END-IF
           END-IF
           IF WS-XF > ZERO
               MOVE TAR-SEQ-NO        TO WS-AOR-SEQ-NO (WS-XF)
               MOVE TAR-BUSINESS-DATE TO WS-AOR-BUSINESS-DATE (WS-XF)
               MOVE TAR-AMOUNT        TO WS-AOR-AMOUNT (WS-XF)
           END-IF.

       3200-SHOW-PAIRING.
      *    A reversal shows what it backed out; an original shows
      *    what backed it out, if anything has.
           MOVE ZERO TO WS-XF
           IF TAR-TYPE-REVERSAL
               PERFORM VARYING WS-XI FROM 1 BY 1
                       UNTIL WS-XI > WS-PAIR-COUNT OR WS-XF > ZERO
                   IF WS-PAIR-REV-SEQ-NO (WS-XI) = TAR-SEQ-NO
                      AND WS-PAIR-REV-BUS-DATE (WS-XI)
                          = TAR-BUSINESS-DATE
                       MOVE WS-XI TO WS-XF
                   END-IF
               END-PERFORM
               IF WS-XF > ZERO
                   DISPLAY "      BACKS OUT SEQ "
                       WS-PAIR-ORG-SEQ-NO (WS-XF)
                       " BUSDATE " WS-PAIR-ORG-BUS-DATE (WS-XF)
                       " AMOUNT " WS-PAIR-ORG-AMOUNT (WS-XF)
               ELSE
                   DISPLAY "      BACKS OUT SEQ " TAR-ORIG-SEQ-NO
                       " - ORIGINAL NOT ON ARCHIVE AS POSTED"
               END-IF
           ELSE
               PERFORM VARYING WS-XI FROM 1 BY 1
                       UNTIL WS-XI > WS-PAIR-COUNT OR WS-XF > ZERO
                   IF WS-PAIR-ORG-SEQ-NO (WS-XI) = TAR-SEQ-NO
                      AND WS-PAIR-ORG-BUS-DATE (WS-XI)
                          = TAR-BUSINESS-DATE
                       MOVE WS-XI TO WS-XF
                   END-IF
               END-PERFORM
               IF WS-XF > ZERO
                   DISPLAY "      REVERSED BY SEQ "
                       WS-PAIR-REV-SEQ-NO (WS-XF)
                       " BUSDATE " WS-PAIR-REV-BUS-DATE (WS-XF)
               END-IF
           END-IF.

       3900-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
