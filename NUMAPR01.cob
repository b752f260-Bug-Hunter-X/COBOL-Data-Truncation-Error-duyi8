       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMAPR01.
      *****************************************************************
      * NUMAPR01 - Correction approval dialog (dual control).
      *
      * NUMMAINT no longer moves a customer's NUM-NUMBER-X on one
      * analyst's say-so - it leaves each correction pending on
      * PENDCORR (CPY-PCRREC). This dialog walks PENDCORR and lets a
      * second analyst approve or decline every pending correction in
      * turn. The approver's user id (the signed-on id, USER in the
      * environment) is compared with the id that keyed the
      * correction, and a correction is never offered to the analyst
      * who entered it - they see it, but cannot decide it.
      *
      * An approved correction is not written to NUMMSTR either. It
      * is staged as a TRAN-TYPE-ADJUSTMENT transaction carrying the
      * difference (new value minus old value, in whole units) on the
      * CORRADJ staging file, which the operator concatenates behind
      * the next night's TRANFILE the same way NUMFIX01's RESUBMIT is.
      * It then posts through NUMEDT01/NUMACC01 inside the balancing
      * and reconciliation controls, is carried by NUMLOD01 like any
      * other activity instead of being overwritten by the next load,
      * and lands on TRANARCH where NUMARQ01 shows it. The staged
      * batch carries its own CPY-FDCREC header (sender NUMAPR01) and
      * trailer, so NUMEDT01 proves it arrived whole.
      *
      * The adjustment's TRAN-SEQ-NO comes from the reserved band
      * 900000-999999 (900000 plus the low-order five digits of the
      * correction id), so it sorts after the account's upstream
      * activity and passes the NUMEDT01 sequence check, and is
      * recorded back on the correction (PCR-ADJ-SEQ-NO). TRAN-DATE
      * is the approval date.
      *
      * Every approval writes the correction's before/after line to
      * the permanent AUDFILE audit trail under the analyst's reason
      * code, dated the approval date - the same line NUMMAINT used to
      * write when it posted directly. A declined correction is marked
      * declined and stays on PENDCORR for the NUMCAG01 aging report.
      *
      * The difference is only right while the account still stands
      * at the value the analyst keyed against. Approval re-reads the
      * account on NUMMSTR first; if a posting has moved NUM-NUMBER-X
      * since PCR-OLD-VALUE was taken (or the account is no longer on
      * the master), nothing is staged - the correction is declined as
      * stale, shown with the current value, and listed as STALE on
      * the NUMCAG01 aging report so it is re-keyed against the
      * account as it now stands.
      *
      * That check cannot see a correction approved but not yet
      * posted - NUM-NUMBER-X stays at the old value until the
      * adjustment has been through the nightly chain. So a
      * correction is not approved while the same account has an
      * approved one whose adjustment TRANARCH does not yet show
      * posted (disposition P, type A, that PCR-ADJ-SEQ-NO, the
      * approval date as TAR-TRAN-DATE); it is left pending and
      * counted as skipped. Once the first has posted the account
      * has moved, and the second is declined as stale. Approvals
      * made earlier in the same session hold their accounts the
      * same way. No TRANARCH means nothing has posted yet.
      *
      * Line-mode ACCEPT/DISPLAY dialog in the NUMFIX01 style (no
      * CICS/BMS map is available in this shop's GnuCOBOL
      * toolchain).
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

           SELECT ADJUSTMENT-FILE ASSIGN TO "CORRADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

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

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
       01  ADJ-RECORD                  PIC X(44).

       FD  AUDIT-FILE.
           COPY CPY-AUDREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       WORKING-STORAGE SECTION.
      *    The adjustment transaction is built here in its real
      *    layout, then staged as a 44-byte image.
           COPY CPY-TRANREC.
           COPY CPY-FDCREC.

       01  WS-FILE-STATUSES.
           05  WS-MSTR-STATUS          PIC XX VALUE SPACES.
           05  WS-PCR-STATUS           PIC XX VALUE SPACES.
           05  WS-ADJ-STATUS           PIC XX VALUE SPACES.
           05  WS-AUD-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X VALUE "N".
               88  APPROVAL-DONE               VALUE "Y".
           05  WS-PCR-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-PENDING-FILE         VALUE "Y".
           05  WS-BATCH-SWITCH         PIC X VALUE "N".
               88  BATCH-HEADER-WRITTEN        VALUE "Y".
           05  WS-STAGE-SWITCH         PIC X VALUE "N".
               88  ADJUSTMENT-STAGED           VALUE "Y".
           05  WS-CURRENT-SWITCH       PIC X VALUE "N".
               88  OLD-VALUE-CURRENT           VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".
           05  WS-UNPOSTED-SWITCH      PIC X VALUE "N".
               88  ACCOUNT-HAS-UNPOSTED        VALUE "Y".

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-USER-ID                  PIC X(8) VALUE SPACES.
       01  WS-INPUT-ACTION             PIC X(1) VALUE SPACE.
       01  WS-REL-KEY                  PIC 9(9) VALUE ZERO.

      *    Correction difference in whole units, and the reserved-band
      *    sequence number the adjustment travels under.
       01  WS-ADJ-UNITS                PIC S9(10) COMP-3 VALUE ZERO.
       01  WS-ADJ-SEQ-NO               PIC 9(6) VALUE ZERO.
       01  WS-ID-QUOT                  PIC 9(6) VALUE ZERO.
       01  WS-ID-LOW                   PIC 9(5) VALUE ZERO.

      *    Approved corrections, each flagged once TRANARCH shows its
      *    adjustment posted. PENDCORR keeps every correction ever
      *    decided, so the table holds the most recent approvals in
      *    file order - once full, each new one takes the slot of the
      *    oldest, long since posted.
       01  WS-APV-TABLE-MAX            PIC 9(5) COMP-3 VALUE 5000.
       01  WS-APV-COUNT                PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-APV-SLOT                 PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY            OCCURS 5000 TIMES.
               10  WS-APV-ACCT-NO      PIC 9(9).
               10  WS-APV-SEQ-NO       PIC 9(6).
               10  WS-APV-DATE         PIC 9(8).
               10  WS-APV-POSTED-FLAG  PIC X(1).
                   88  APV-POSTED              VALUE "Y".
       01  WS-AI                       PIC 9(5) COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PENDING-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DECLINED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-STALE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-OWN-COUNT            PIC 9(9) COMP-3 VALUE ZERO.

      *    Feed-control figures for the staged batch - the same
      *    count and absolute-cents hash NUMEDT01 recomputes when it
      *    verifies the batch (CPY-FDCREC).
       01  WS-BATCH-FIGURES.
           05  WS-BATCH-COUNT          PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-HASH-WORK            PIC 9(11) COMP-3 VALUE ZERO.
           05  WS-HASH-QUOT            PIC 9(2)  COMP-3 VALUE ZERO.
           05  WS-AMT-CENTS            PIC 9(9)  COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-ONE-CORRECTION UNTIL APPROVAL-DONE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           IF WS-USER-ID = SPACES OR LOW-VALUES
               DISPLAY "NUMAPR01: NO SIGNED-ON USER ID - DUAL CONTROL "
                   "CANNOT BE ENFORCED, DIALOG REFUSED"
               STOP RUN
           END-IF

           PERFORM 1100-SCAN-APPROVED-CORRECTIONS
           PERFORM 1200-SCAN-ARCHIVE-FILE

           OPEN I-O PENDING-FILE
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "NUMAPR01: NO PENDCORR ON FILE, STATUS = "
                   WS-PCR-STATUS " - NOTHING TO APPROVE"
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY "NUMAPR01: UNABLE TO OPEN NUMMSTR, STATUS = "
                   WS-MSTR-STATUS " - CORRECTIONS CANNOT BE CHECKED "
                   "AGAINST THE CURRENT VALUE"
               MOVE "Y" TO WS-DONE-SWITCH
           END-IF

           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "NUMAPR01: UNABLE TO OPEN CORRADJ, STATUS = "
                   WS-ADJ-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMAPR01: UNABLE TO OPEN AUDFILE, STATUS = "
                   WS-AUD-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
           END-IF

           IF NOT APPROVAL-DONE
               PERFORM 2800-READ-NEXT-PENDING
               IF END-OF-PENDING-FILE
                   DISPLAY "NUMAPR01: NO CORRECTIONS PENDING"
                   MOVE "Y" TO WS-DONE-SWITCH
               END-IF
           END-IF.

       1100-SCAN-APPROVED-CORRECTIONS.
      *    Every approved correction on PENDCORR is tabled before the
      *    file is opened for the decisions. A missing PENDCORR is
      *    reported when it is opened for them.
           OPEN INPUT PENDING-FILE
           IF WS-PCR-STATUS = "00"
               MOVE "N" TO WS-PCR-EOF-SWITCH
               PERFORM 1190-READ-CORRECTION
               PERFORM 1110-SCAN-ONE-CORRECTION
                   UNTIL END-OF-PENDING-FILE
               CLOSE PENDING-FILE
           END-IF
           MOVE "N" TO WS-PCR-EOF-SWITCH.

       1110-SCAN-ONE-CORRECTION.
           IF PCR-APPROVED
               PERFORM 2270-NOTE-APPROVED-CORRECTION
           END-IF
           PERFORM 1190-READ-CORRECTION.

       1190-READ-CORRECTION.
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
                   DISPLAY "NUMAPR01: NO TRANARCH FOUND, STATUS = "
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

       2000-REVIEW-ONE-CORRECTION.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 2100-DISPLAY-CORRECTION

           IF PCR-ENTERED-BY = WS-USER-ID
               DISPLAY "NUMAPR01: YOU ENTERED THIS CORRECTION - "
                   "ANOTHER ANALYST MUST APPROVE OR DECLINE IT"
               ADD 1 TO WS-OWN-COUNT
           ELSE
               DISPLAY "ENTER ACTION - A=APPROVE D=DECLINE S=SKIP "
                   "Q=QUIT: "
               ACCEPT WS-INPUT-ACTION
               EVALUATE WS-INPUT-ACTION
                   WHEN "A"
                       PERFORM 2200-APPROVE-CORRECTION
                   WHEN "D"
                       PERFORM 2500-DECLINE-CORRECTION
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-IF

           IF NOT APPROVAL-DONE
               PERFORM 2800-READ-NEXT-PENDING
               IF END-OF-PENDING-FILE
                   MOVE "Y" TO WS-DONE-SWITCH
               END-IF
           END-IF.

       2100-DISPLAY-CORRECTION.
           DISPLAY " "
           DISPLAY "CORRECTION " PCR-CORRECTION-ID
               " ENTERED BY " PCR-ENTERED-BY
               " ON " PCR-ENTERED-DATE
           DISPLAY "  ACCOUNT NUMBER  : " PCR-ACCT-NO
           DISPLAY "  OLD NUMBER-X    : " PCR-OLD-VALUE
           DISPLAY "  NEW NUMBER-X    : " PCR-NEW-VALUE
           DISPLAY "  REASON CODE     : " PCR-REASON-CODE.

       2200-APPROVE-CORRECTION.
           PERFORM 2220-CHECK-UNPOSTED-ACCOUNT
           IF ACCOUNT-HAS-UNPOSTED
               DISPLAY "NUMAPR01: ACCOUNT " PCR-ACCT-NO " HAS AN "
                   "APPROVED CORRECTION NOT YET POSTED - LEFT "
                   "PENDING UNTIL IT HAS POSTED"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 2250-CHECK-CURRENT-VALUE
               IF NOT OLD-VALUE-CURRENT
                   PERFORM 2550-DECLINE-STALE-CORRECTION
               ELSE
                   PERFORM 2260-STAGE-APPROVAL
               END-IF
           END-IF.

       2220-CHECK-UNPOSTED-ACCOUNT.
           MOVE "N" TO WS-UNPOSTED-SWITCH
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-APV-COUNT OR ACCOUNT-HAS-UNPOSTED
               IF WS-APV-ACCT-NO (WS-AI) = PCR-ACCT-NO
                  AND NOT APV-POSTED (WS-AI)
                   MOVE "Y" TO WS-UNPOSTED-SWITCH
               END-IF
           END-PERFORM.

       2250-CHECK-CURRENT-VALUE.
      *    The account as it stands now, not as it stood when the
      *    correction was keyed.
           MOVE "N" TO WS-CURRENT-SWITCH
           MOVE PCR-ACCT-NO TO WS-REL-KEY
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "NUMAPR01: ACCOUNT " PCR-ACCT-NO
                       " IS NO LONGER ON NUMMSTR, STATUS = "
                       WS-MSTR-STATUS
               NOT INVALID KEY
                   IF NUM-NUMBER-X = PCR-OLD-VALUE
                       MOVE "Y" TO WS-CURRENT-SWITCH
                   ELSE
                       DISPLAY "NUMAPR01: ACCOUNT NOW STANDS AT "
                           NUM-NUMBER-X ", NOT THE OLD NUMBER-X "
                           "KEYED"
                   END-IF
           END-READ.

       2260-STAGE-APPROVAL.
           MOVE "N" TO WS-STAGE-SWITCH
           PERFORM 2300-STAGE-ADJUSTMENT
           IF ADJUSTMENT-STAGED
               PERFORM 2400-WRITE-AUDIT-RECORD
               MOVE "A"           TO PCR-STATUS
               MOVE WS-USER-ID    TO PCR-DECIDED-BY
               MOVE WS-TODAY      TO PCR-DECIDED-DATE
               MOVE WS-ADJ-SEQ-NO TO PCR-ADJ-SEQ-NO
               PERFORM 2700-REWRITE-CORRECTION
               PERFORM 2270-NOTE-APPROVED-CORRECTION
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "NUMAPR01: APPROVED - STAGED AS ADJUSTMENT SEQ "
                   WS-ADJ-SEQ-NO " FOR THE NEXT FEED"
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       2270-NOTE-APPROVED-CORRECTION.
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

       2300-STAGE-ADJUSTMENT.
      *    The adjustment carries the correction's difference with its
      *    own sign. A difference too large for one TRAN-AMOUNT cannot
      *    travel - the correction stays pending and is declined and
      *    re-keyed in parts.
           COMPUTE WS-ADJ-UNITS = PCR-NEW-VALUE - PCR-OLD-VALUE
           DIVIDE PCR-CORRECTION-ID BY 100000 GIVING WS-ID-QUOT
               REMAINDER WS-ID-LOW
           COMPUTE WS-ADJ-SEQ-NO = 900000 + WS-ID-LOW

           MOVE SPACES        TO TRAN-RECORD
           MOVE PCR-ACCT-NO   TO TRAN-ACCT-NO
           MOVE WS-ADJ-SEQ-NO TO TRAN-SEQ-NO
           MOVE WS-TODAY      TO TRAN-DATE
           MOVE "A"           TO TRAN-TYPE-CODE
           MOVE ZERO          TO TRAN-ORIG-ACCT-NO
           MOVE ZERO          TO TRAN-ORIG-SEQ-NO
           COMPUTE TRAN-AMOUNT = WS-ADJ-UNITS
               ON SIZE ERROR
                   DISPLAY "NUMAPR01: DIFFERENCE " WS-ADJ-UNITS
                       " EXCEEDS ONE TRANSACTION AMOUNT - NOT "
                       "APPROVED, DECLINE AND RE-KEY IN PARTS"
               NOT ON SIZE ERROR
                   MOVE "Y" TO WS-STAGE-SWITCH
           END-COMPUTE

           IF ADJUSTMENT-STAGED
               IF NOT BATCH-HEADER-WRITTEN
                   PERFORM 2600-WRITE-BATCH-HEADER
               END-IF
               MOVE TRAN-RECORD TO ADJ-RECORD
               WRITE ADJ-RECORD
               IF WS-ADJ-STATUS NOT = "00"
                   DISPLAY "NUMAPR01: WRITE TO CORRADJ FAILED, "
                       "STATUS = " WS-ADJ-STATUS " - NOT APPROVED"
                   MOVE "N" TO WS-STAGE-SWITCH
               ELSE
                   ADD 1 TO WS-BATCH-COUNT
                   COMPUTE WS-AMT-CENTS = TRAN-AMOUNT * 100
                   ADD WS-AMT-CENTS TO WS-HASH-WORK
                   DIVIDE WS-HASH-WORK BY 1000000000
                       GIVING WS-HASH-QUOT
                       REMAINDER WS-HASH-TOTAL
                   MOVE WS-HASH-TOTAL TO WS-HASH-WORK
               END-IF
           END-IF.

       2400-WRITE-AUDIT-RECORD.
           MOVE PCR-ACCT-NO               TO AUD-REC-KEY
           MOVE PCR-OLD-VALUE             TO AUD-OLD-VALUE
           MOVE PCR-NEW-VALUE             TO AUD-NEW-VALUE
           MOVE PCR-REASON-CODE           TO AUD-REASON-CODE
           MOVE WS-TODAY                  TO AUD-CORRECTION-DATE
           WRITE AUDIT-RECORD
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NUMAPR01: WRITE TO AUDFILE FAILED, STATUS = "
                   WS-AUD-STATUS
           END-IF.

       2500-DECLINE-CORRECTION.
           MOVE "D"           TO PCR-STATUS
           MOVE WS-USER-ID    TO PCR-DECIDED-BY
           MOVE WS-TODAY      TO PCR-DECIDED-DATE
           PERFORM 2700-REWRITE-CORRECTION
           ADD 1 TO WS-DECLINED-COUNT
           DISPLAY "NUMAPR01: DECLINED".

       2550-DECLINE-STALE-CORRECTION.
      *    Nothing is staged - the keyed difference would leave the
      *    account at neither the value keyed nor the right one. The
      *    correction is closed as stale so the account is free for a
      *    fresh correction keyed against its current value.
           MOVE "S"           TO PCR-STATUS
           MOVE WS-USER-ID    TO PCR-DECIDED-BY
           MOVE WS-TODAY      TO PCR-DECIDED-DATE
           PERFORM 2700-REWRITE-CORRECTION
           ADD 1 TO WS-STALE-COUNT
           DISPLAY "NUMAPR01: NOT APPROVED - DECLINED AS STALE, "
               "RE-KEY THE CORRECTION AGAINST THE CURRENT VALUE".

       2600-WRITE-BATCH-HEADER.
      *    Written lazily ahead of the session's first approval so a
      *    session that approves nothing leaves no empty batch on the
      *    staging file.
           MOVE SPACES         TO FDH-RECORD
           MOVE ZERO           TO FDH-ID
           MOVE WS-TODAY       TO FDH-FEED-DATE
           MOVE "NUMAPR01"     TO FDH-SENDER-ID
           MOVE FDH-RECORD     TO ADJ-RECORD
           WRITE ADJ-RECORD
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "NUMAPR01: WRITE OF BATCH HEADER FAILED, "
                   "STATUS = " WS-ADJ-STATUS
           ELSE
               MOVE "Y" TO WS-BATCH-SWITCH
           END-IF.

       2700-REWRITE-CORRECTION.
           REWRITE PCR-RECORD
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "NUMAPR01: REWRITE OF PENDCORR FAILED, "
                   "STATUS = " WS-PCR-STATUS
           END-IF.

       2800-READ-NEXT-PENDING.
      *    Decided corrections are passed over - only pending ones are
      *    put in front of the approver.
           MOVE "N" TO WS-PCR-EOF-SWITCH
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PCR-EOF-SWITCH
           END-READ
           PERFORM UNTIL END-OF-PENDING-FILE OR PCR-PENDING
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-PCR-EOF-SWITCH
               END-READ
           END-PERFORM.

       9000-TERMINATE.
           IF BATCH-HEADER-WRITTEN
               PERFORM 9100-WRITE-BATCH-TRAILER
           END-IF
           CLOSE MASTER-FILE
           CLOSE PENDING-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE AUDIT-FILE
           DISPLAY "NUMAPR01: CORRECTIONS REVIEWED = " WS-PENDING-COUNT
           DISPLAY "NUMAPR01: APPROVED             = " WS-APPROVED-COUNT
           DISPLAY "NUMAPR01: DECLINED             = " WS-DECLINED-COUNT
           DISPLAY "NUMAPR01: DECLINED AS STALE    = " WS-STALE-COUNT
           DISPLAY "NUMAPR01: SKIPPED              = " WS-SKIPPED-COUNT
           DISPLAY "NUMAPR01: OWN (NOT DECIDABLE)  = " WS-OWN-COUNT
           IF WS-APPROVED-COUNT > ZERO
               DISPLAY "NUMAPR01: CONCATENATE CORRADJ BEHIND THE "
                   "NEXT TRANFILE - THE BATCH CARRIES ITS OWN "
                   "HEADER AND TRAILER"
           END-IF.

       9100-WRITE-BATCH-TRAILER.
      *    Closes the session's batch with the figures NUMEDT01 will
      *    verify.
           MOVE SPACES         TO FDT-RECORD
           MOVE 999999999      TO FDT-ID
           MOVE WS-BATCH-COUNT TO FDT-RECORD-COUNT
           MOVE WS-HASH-TOTAL  TO FDT-HASH-TOTAL
           MOVE FDT-RECORD     TO ADJ-RECORD
           WRITE ADJ-RECORD
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "NUMAPR01: WRITE OF BATCH TRAILER FAILED, "
                   "STATUS = " WS-ADJ-STATUS
           END-IF.
