      *
      * Lets an operations analyst look up NUM-RECORD by account
      * number, see NUM-CONTROL-NUMBER (WS-NUMBER) and NUM-NUMBER-X
      * (WS-NUMBER-X) side by side, and key a corrected NUM-NUMBER-X
      * with a required reason code - instead of a programmer patching
      * the value directly.
      *
      * (this build's runtime has the indexed/ISAM file handler
      * disabled, so ORGANIZATION INDEXED is not available here).
      *
      * A correction is not posted here. It is appended to PENDCORR
      * (CPY-PCRREC) as pending, under the analyst's user id, and
      * waits for a second analyst to approve or decline it through
      * NUMAPR01 - dual control, so no one person can move a
      * customer's number. Approval stages it as an adjustment
      * transaction for the next night's feed and writes the
      * before/after line to the permanent AUDFILE audit trail, so a
      * precision-loss correction can still be traced back later.
      * NUMMSTR is only read here.
      *
      * The user id is the signed-on id from the environment (USER);
      * without one there is nobody to hold to dual control and the
      * dialog refuses to start. A correction that changes nothing is
      * not staged, and an account that already has a correction
      * pending takes no second one until the first is decided - two
      * corrections keyed against the same before-value would both
      * post their difference.
      *
      * Nor does an account whose approved correction has not posted
      * yet. Until its adjustment posts, NUM-NUMBER-X still shows the
      * value the first correction was keyed against, so a second
      * one keyed now would pass NUMAPR01's current-value check and
      * move the account twice. An approved correction counts as
      * posted once TRANARCH holds its adjustment as posted - an
      * entry for the account with disposition P, type A, the
      * correction's PCR-ADJ-SEQ-NO and the approval date as
      * TAR-TRAN-DATE. No TRANARCH means nothing has posted, so
      * every approved correction still holds its account.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NUMMSTR"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CPY-NUMREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY CPY-PCRREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS                  PIC XX VALUE SPACES.
       01  WS-PCR-STATUS                   PIC XX VALUE SPACES.
       01  WS-ARC-STATUS                   PIC XX VALUE SPACES.
       01  WS-REL-KEY                      PIC 9(9) VALUE ZERO.
       01  WS-OLD-NUMBER-X                 PIC S9(9) SIGN LEADING
                                           SEPARATE VALUE ZERO.
               88  MAINTENANCE-DONE                VALUE "Y".
           05  WS-FOUND-SWITCH             PIC X VALUE "N".
               88  RECORD-FOUND                    VALUE "Y".
           05  WS-PCR-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-PENDING-FILE             VALUE "Y".
           05  WS-PENDING-SWITCH           PIC X VALUE "N".
               88  ACCOUNT-HAS-PENDING             VALUE "Y".
           05  WS-ARC-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-ARCHIVE-FILE             VALUE "Y".
           05  WS-UNPOSTED-SWITCH          PIC X VALUE "N".
               88  ACCOUNT-HAS-UNPOSTED            VALUE "Y".

       01  WS-INPUT-KEY                    PIC 9(9) VALUE ZERO.
       01  WS-INPUT-CORRECTED-VALUE        PIC S9(9) SIGN LEADING
                                           SEPARATE VALUE ZERO.
       01  WS-INPUT-REASON-CODE            PIC X(4) VALUE SPACES.
       01  WS-TODAY                        PIC 9(8) VALUE ZERO.
       01  WS-USER-ID                      PIC X(8) VALUE SPACES.
       01  WS-LAST-CORRECTION-ID           PIC 9(6) VALUE ZERO.
       01  WS-STAGED-COUNT                 PIC 9(9) COMP-3 VALUE ZERO.

      *    Accounts with a correction still pending - loaded from
      *    PENDCORR at start-up and added to as this session stages.
       01  WS-PEND-TABLE-MAX               PIC 9(5) COMP-3 VALUE 5000.
       01  WS-PEND-COUNT                   PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ACCT-NO             PIC 9(9)
                                           OCCURS 5000 TIMES.
       01  WS-PI                           PIC 9(5) COMP-3 VALUE ZERO.

      *    Approved corrections, each flagged once TRANARCH shows its
      *    adjustment posted. PENDCORR keeps every correction ever
      *    decided, so the table holds the most recent approvals in
      *    file order - once full, each new one takes the slot of the
      *    oldest, long since posted.
       01  WS-APV-TABLE-MAX                PIC 9(5) COMP-3 VALUE 5000.
       01  WS-APV-COUNT                    PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-APV-SLOT                     PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY                OCCURS 5000 TIMES.
               10  WS-APV-ACCT-NO          PIC 9(9).
               10  WS-APV-SEQ-NO           PIC 9(6).
               10  WS-APV-DATE             PIC 9(8).
               10  WS-APV-POSTED-FLAG      PIC X(1).
                   88  APV-POSTED                  VALUE "Y".
       01  WS-AI                           PIC 9(5) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           IF WS-USER-ID = SPACES OR LOW-VALUES
               DISPLAY "NUMMAINT: NO SIGNED-ON USER ID - CORRECTIONS "
                   "CANNOT BE HELD TO DUAL CONTROL, DIALOG REFUSED"
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY "NUMMAINT: UNABLE TO OPEN NUMMSTR, STATUS = "
                   WS-MSTR-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
           END-IF

           PERFORM 1100-SCAN-PENDING-FILE
           PERFORM 1200-SCAN-ARCHIVE-FILE

           OPEN EXTEND PENDING-FILE
           IF WS-PCR-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "NUMMAINT: UNABLE TO OPEN PENDCORR, STATUS = "
                   WS-PCR-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
           END-IF.

       1100-SCAN-PENDING-FILE.
      *    The next correction id follows the highest on file, every
      *    account with a correction still pending is tabled, and so
      *    is every approved correction. No PENDCORR yet simply means
      *    no corrections so far.
           OPEN INPUT PENDING-FILE
           IF WS-PCR-STATUS = "00"
               PERFORM 1190-READ-PENDING
               PERFORM 1110-SCAN-ONE-PENDING UNTIL END-OF-PENDING-FILE
               CLOSE PENDING-FILE
           END-IF.

       1110-SCAN-ONE-PENDING.
           IF PCR-CORRECTION-ID > WS-LAST-CORRECTION-ID
               MOVE PCR-CORRECTION-ID TO WS-LAST-CORRECTION-ID
           END-IF
           IF PCR-PENDING
               PERFORM 2350-NOTE-PENDING-ACCOUNT
           END-IF
           IF PCR-APPROVED
               PERFORM 2360-NOTE-APPROVED-CORRECTION
           END-IF
           PERFORM 1190-READ-PENDING.

       1190-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PCR-EOF-SWITCH
           END-READ.

       1200-SCAN-ARCHIVE-FILE.
      *    Strikes off every approved correction whose adjustment has
      *    posted. Only posted adjustments in the reserved sequence
      *    band can be one.
           IF WS-APV-COUNT > ZERO
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARC-STATUS NOT = "00"
                   DISPLAY "NUMMAINT: NO TRANARCH FOUND, STATUS = "
                       WS-ARC-STATUS " - NO APPROVED CORRECTION HAS "
                       "POSTED"
               ELSE
                   PERFORM 1290-READ-ARCHIVE
                   PERFORM 1210-MATCH-ONE-ARCHIVE
                       UNTIL END-OF-ARCHIVE-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       1210-MATCH-ONE-ARCHIVE.
           IF TAR-POSTED
              AND TAR-TYPE-CODE = "A"
              AND TAR-SEQ-NO NOT < 900000
               PERFORM VARYING WS-AI FROM 1 BY 1
                       UNTIL WS-AI > WS-APV-COUNT
                   IF WS-APV-ACCT-NO (WS-AI) = TAR-ACCT-NO
                      AND WS-APV-SEQ-NO (WS-AI) = TAR-SEQ-NO
                      AND WS-APV-DATE (WS-AI) = TAR-TRAN-DATE
                       MOVE "Y" TO WS-APV-POSTED-FLAG (WS-AI)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 1290-READ-ARCHIVE.

       1290-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       2000-MAINTAIN-ONE-RECORD.
           DISPLAY "ENTER ACCOUNT NUMBER (0 TO EXIT): "
           ACCEPT WS-INPUT-KEY
           DISPLAY "ENTER REASON CODE (REQUIRED): "
           ACCEPT WS-INPUT-REASON-CODE

           MOVE NUM-NUMBER-X TO WS-OLD-NUMBER-X
           PERFORM 2320-CHECK-PENDING-ACCOUNT
           PERFORM 2330-CHECK-UNPOSTED-ACCOUNT
           IF WS-INPUT-REASON-CODE = SPACES OR LOW-VALUES
               DISPLAY "NUMMAINT: REASON CODE IS REQUIRED - "
                   "CORRECTION REJECTED"
           ELSE
               IF WS-OLD-NUMBER-X = WS-INPUT-CORRECTED-VALUE
                   DISPLAY "NUMMAINT: CORRECTED VALUE EQUALS THE "
                       "CURRENT VALUE - NOTHING STAGED"
               ELSE
                   IF ACCOUNT-HAS-PENDING
                       DISPLAY "NUMMAINT: ACCOUNT " NUM-REC-KEY
                           " ALREADY HAS A CORRECTION PENDING - "
                           "HAVE IT APPROVED OR DECLINED FIRST"
                   ELSE
                       IF ACCOUNT-HAS-UNPOSTED
                           DISPLAY "NUMMAINT: ACCOUNT " NUM-REC-KEY
                               " HAS AN APPROVED CORRECTION NOT YET "
                               "POSTED - KEY AGAIN ONCE IT HAS POSTED"
                       ELSE
                           PERFORM 2400-WRITE-PENDING-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2320-CHECK-PENDING-ACCOUNT.
           MOVE "N" TO WS-PENDING-SWITCH
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PEND-COUNT OR ACCOUNT-HAS-PENDING
               IF WS-PEND-ACCT-NO (WS-PI) = NUM-REC-KEY
                   MOVE "Y" TO WS-PENDING-SWITCH
               END-IF
           END-PERFORM.

       2330-CHECK-UNPOSTED-ACCOUNT.
           MOVE "N" TO WS-UNPOSTED-SWITCH
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-APV-COUNT OR ACCOUNT-HAS-UNPOSTED
               IF WS-APV-ACCT-NO (WS-AI) = NUM-REC-KEY
                  AND NOT APV-POSTED (WS-AI)
                   MOVE "Y" TO WS-UNPOSTED-SWITCH
               END-IF
           END-PERFORM.

       2350-NOTE-PENDING-ACCOUNT.
      *    A full table only loses the duplicate-pending guard for the
      *    accounts past capacity - NUMAPR01 still decides each one.
           IF WS-PEND-COUNT < WS-PEND-TABLE-MAX
               ADD 1 TO WS-PEND-COUNT
               MOVE PCR-ACCT-NO TO WS-PEND-ACCT-NO (WS-PEND-COUNT)
           END-IF.

       2360-NOTE-APPROVED-CORRECTION.
           ADD 1 TO WS-APV-SLOT
           IF WS-APV-SLOT > WS-APV-TABLE-MAX
               MOVE 1 TO WS-APV-SLOT
           END-IF
           IF WS-APV-COUNT < WS-APV-TABLE-MAX
               ADD 1 TO WS-APV-COUNT
           END-IF
           MOVE PCR-ACCT-NO      TO WS-APV-ACCT-NO (WS-APV-SLOT)
           MOVE PCR-ADJ-SEQ-NO   TO WS-APV-SEQ-NO (WS-APV-SLOT)
           MOVE PCR-DECIDED-DATE TO WS-APV-DATE (WS-APV-SLOT)
           MOVE "N"              TO WS-APV-POSTED-FLAG (WS-APV-SLOT).

       2400-WRITE-PENDING-RECORD.
           ADD 1 TO WS-LAST-CORRECTION-ID
           MOVE SPACES                    TO PCR-RECORD
           MOVE WS-LAST-CORRECTION-ID     TO PCR-CORRECTION-ID
           MOVE NUM-REC-KEY               TO PCR-ACCT-NO
           MOVE WS-OLD-NUMBER-X           TO PCR-OLD-VALUE
           MOVE WS-INPUT-CORRECTED-VALUE  TO PCR-NEW-VALUE
           MOVE WS-INPUT-REASON-CODE      TO PCR-REASON-CODE
           MOVE WS-USER-ID                TO PCR-ENTERED-BY
           MOVE WS-TODAY                  TO PCR-ENTERED-DATE
           MOVE "P"                       TO PCR-STATUS
           MOVE ZERO                      TO PCR-DECIDED-DATE
           MOVE ZERO                      TO PCR-ADJ-SEQ-NO
           WRITE PCR-RECORD
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "NUMMAINT: WRITE TO PENDCORR FAILED, STATUS = "
                   WS-PCR-STATUS
           ELSE
               ADD 1 TO WS-STAGED-COUNT
               PERFORM 2350-NOTE-PENDING-ACCOUNT
               DISPLAY "NUMMAINT: CORRECTION " PCR-CORRECTION-ID
                   " FOR ACCOUNT " NUM-REC-KEY " - REASON "
                   WS-INPUT-REASON-CODE " - PENDING APPROVAL BY A "
                   "SECOND ANALYST (NUMAPR01)"
           END-IF.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE PENDING-FILE
           DISPLAY "NUMMAINT: CORRECTIONS PENDING APPROVAL = "
               WS-STAGED-COUNT.
