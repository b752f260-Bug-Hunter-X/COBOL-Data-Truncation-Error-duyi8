      * so a mis-keyed account number can no longer create a
      * brand-new position on NUMMSTR.
      *
      * A reversal is also proved against the TRANARCH archive before
      * it is let through: the original it names must be there with
      * disposition P (ONFD if it never arrived, OREJ if it went to
      * ACCREJ instead of posting), must not have been reversed
      * already - by an earlier run or by an earlier reversal in this
      * same feed (OREV) - and the reversal may not back out more
      * than the original's TAR-AMOUNT (OAMT). Only the originals the
      * feed's reversals name are tabled, during the feed-control
      * pre-pass, so the archive is read once whatever its size.
      *
      * Before any record is edited, the feed's header/trailer
      * control totals (CPY-FDCREC) are verified batch by batch
      * against an independent record count and amount hash - a
      * before anything reaches TRANEDIT, the inbound counterpart of
      * the proof NUMIF01's trailer gives the outbound file.
      *
      * A business date may now arrive as several intraday feeds,
      * each posted as its own cycle on top of the last. The cycle
      * is named on the feed headers (FDH-CYCLE-NO); headers on one
      * feed that name different cycles refuse the feed. A feed whose
      * headers name none takes NUMEDT01-CYCLE if the operator set
      * it, otherwise cycle 01. The cycle is handed to NUMACC01 on
      * the EDTCTL edit-control record (CPY-ECTREC), rewritten with
      * TRANEDIT so the two always describe the same edit - it is
      * NUMACC01 that refuses a cycle already posted.
      *
      * A transaction dated on or before the last period NUMCLS01
      * closed (CLS-LAST-CLOSED-DATE on CLSCTL) is a late arrival
      * for a month whose PERDSNAP figures are already struck. It is
      * accepted and posts into the current period as before, but it
      * is counted and logged as a prior-period adjustment, it never
      * sets the business date, and the closed date travels on EDTCTL
      * so NUMACC01 can tag its TRANARCH entry for the NUMPPA01
      * prior-period adjustment report.
      *
      * Accepted records are written unchanged to TRANEDIT, which is
      * what NUMACC01 now reads. Rejected records are written in the
      * original detail layout, with a reason code and the run date,
               RELATIVE KEY IS WS-REF-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT EDIT-CONTROL-FILE ASSIGN TO "EDTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.

           SELECT CLOSE-CONTROL-FILE ASSIGN TO "CLSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       FD  REFERENCE-FILE.
           COPY CPY-REFREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  EDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-ECTREC.

       FD  CLOSE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CLSREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRAN-STATUS          PIC XX VALUE SPACES.
           05  WS-REJ-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.
           05  WS-REF-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-ECT-STATUS           PIC XX VALUE SPACES.
           05  WS-CLS-STATUS           PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-REF-KEY                  PIC 9(9) VALUE ZERO.
           05  WS-FC-HASH-WORK         PIC 9(11) COMP-3 VALUE ZERO.
           05  WS-FC-HASH-QUOT         PIC 9(2)  COMP-3 VALUE ZERO.
           05  WS-FC-AMT-CENTS         PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-FC-CYCLE-NO          PIC 9(2)  VALUE ZERO.
           05  WS-FC-FEED-DATE         PIC 9(8)  VALUE ZERO.

      *    Posting cycle handed to NUMACC01 on EDTCTL - from the feed
      *    headers, else the NUMEDT01-CYCLE override (leading digits
      *    of the environment value, the NUMCAG01 parse), else 01.
       01  WS-CYCLE-WORK.
           05  WS-CYCLE-NO             PIC 9(2) VALUE 1.
           05  WS-CYCLE-SOURCE         PIC X(1) VALUE "D".
           05  WS-FIRST-TRAN-DATE      PIC 9(8) VALUE ZERO.
           05  WS-ENV-CYCLE            PIC X(2) VALUE SPACES.
           05  FILLER REDEFINES WS-ENV-CYCLE.
               10  WS-ENV-CYCLE-CH     OCCURS 2 TIMES PIC X(1).
           05  WS-CYC-WORK             PIC 9(2) VALUE ZERO.
           05  WS-CYC-DONE-SW          PIC X(1) VALUE "N".
               88  CYCLE-SCAN-DONE             VALUE "Y".
           05  WS-CI                   PIC 9(1) VALUE ZERO.
           05  WS-DIGIT-X              PIC X(1) VALUE SPACE.
           05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                       PIC 9(1).

      *    The last period NUMCLS01 closed - a record dated on or
      *    before it is a prior-period adjustment. Zero until the
      *    first close, when nothing can be prior-period.
       01  WS-PRIOR-PERIOD-WORK.
           05  WS-CLOSED-DATE          PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-PERIOD-SW      PIC X(1) VALUE "N".
               88  RECORD-IS-PRIOR-PERIOD      VALUE "Y".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  REFERENCE-AVAILABLE         VALUE "Y".
           05  WS-REF-FOUND-SWITCH     PIC X VALUE "N".
               88  REF-ACCOUNT-FOUND           VALUE "Y".
           05  WS-ARC-AVAIL-SWITCH     PIC X VALUE "N".
               88  ARCHIVE-AVAILABLE           VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FRZN-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NTYP-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NREF-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ONFD-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-OREJ-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-OREV-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-OAMT-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-PRIOR-PERIOD-COUNT   PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(4) VALUE SPACES.
           88  RECORD-IS-CLEAN                 VALUE SPACES.
       01  WS-AI                       PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-SI                       PIC 9(5) COMP-3 VALUE ZERO.

      *    Originals named by this feed's reversals, tabled during
      *    the 1500 pre-pass in ascending TRAN-ORIG-KEY order and
      *    then filled in from one pass over TRANARCH - the latest
      *    archive entry for the key, its disposition and amount, and
      *    whether a posted reversal has backed it out since. A
      *    reversal accepted in this run marks its original reversed
      *    too, so a second reversal of it in the same feed is OREV.
       01  WS-ORG-TABLE-MAX            PIC 9(5) COMP-3 VALUE 10000.
       01  WS-ORG-COUNT                PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 10000 TIMES.
               10  WS-ORG-KEY.
                   15  WS-ORG-ACCT-NO  PIC 9(9).
                   15  WS-ORG-SEQ-NO   PIC 9(6).
               10  WS-ORG-DISPOSITION  PIC X(1).
                   88  ORG-POSTED              VALUE "P".
                   88  ORG-REJECTED            VALUE "R".
               10  WS-ORG-REVERSED     PIC X(1).
                   88  ORG-ALREADY-REVERSED    VALUE "Y".
               10  WS-ORG-AMOUNT       PIC S9(7)V99 COMP-3.
       01  WS-OI                       PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-ORG-SEARCH-KEY.
           05  WS-ORG-SEARCH-ACCT-NO   PIC 9(9).
           05  WS-ORG-SEARCH-SEQ-NO    PIC 9(6).

      *    Reversal/original amounts compared as magnitudes - an
      *    adjustment carries its own sign.
       01  WS-AMOUNT-WORK.
           05  WS-REV-MAGNITUDE        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-ORG-MAGNITUDE        PIC S9(7)V99 COMP-3 VALUE ZERO.

      *    Bisection work fields - WS-INS is where a new account
      *    belongs when the search comes back empty.
       01  WS-SEARCH-WORK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1500-VERIFY-FEED-CONTROLS
           PERFORM 1550-SET-POSTING-CYCLE
           PERFORM 1600-LOAD-ARCHIVED-ORIGINALS
           PERFORM 1700-LOAD-CLOSE-CONTROL

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
                   MOVE ZERO TO WS-FC-HASH-WORK
                   DISPLAY "NUMEDT01: FEED BATCH FROM SENDER "
                       FDH-SENDER-ID " FEED DATE " FDH-FEED-DATE
                   IF WS-FC-FEED-DATE = ZERO
                      AND FDH-FEED-DATE NUMERIC
                       MOVE FDH-FEED-DATE TO WS-FC-FEED-DATE
                   END-IF
                   PERFORM 1515-NOTE-HEADER-CYCLE
               WHEN TRAN-FEED-TRAILER-REC
                   PERFORM 1520-VERIFY-TRAILER
               WHEN OTHER
                       PERFORM 1580-REFUSE-FEED
                   END-IF
                   ADD 1 TO WS-FC-BATCH-COUNT
                   IF TRAN-TYPE-REVERSAL
                      AND TRAN-ORIG-KEY NUMERIC
                       PERFORM 1530-NOTE-REVERSAL-ORIGINAL
                   END-IF
      *    A non-numeric amount cannot enter the hash (the field
      *    edit will reject the record later); it contributes zero,
      *    as it must have on the sender's side for the trailer to
           END-EVALUATE
           PERFORM 2900-READ-TRAN.

       1515-NOTE-HEADER-CYCLE.
      *    A header that leaves the cycle blank (or zero) rides with
      *    the feed; two headers naming different cycles would post
      *    one cycle's money under another's and refuse the feed.
           IF FDH-CYCLE-NO NUMERIC
              AND FDH-CYCLE-NO > ZERO
               IF WS-FC-CYCLE-NO = ZERO
                   MOVE FDH-CYCLE-NO TO WS-FC-CYCLE-NO
               ELSE
                   IF FDH-CYCLE-NO NOT = WS-FC-CYCLE-NO
                       DISPLAY "NUMEDT01: FEED HEADERS NAME POSTING "
                           "CYCLES " WS-FC-CYCLE-NO " AND "
                           FDH-CYCLE-NO " - ONE FEED IS ONE CYCLE"
                       PERFORM 1580-REFUSE-FEED
                   END-IF
               END-IF
           END-IF.

       1520-VERIFY-TRAILER.
           IF NOT FEED-BATCH-OPEN
               DISPLAY "NUMEDT01: FEED TRAILER WITHOUT A HEADER"
           END-IF
           MOVE "N" TO WS-FC-BATCH-SWITCH.

       1530-NOTE-REVERSAL-ORIGINAL.
      *    Tables the original this reversal names, once per key. A
      *    reversal whose original cannot be tabled is rejected TCAP
      *    when it is edited - the same answer the sequence table
      *    gives when it fills.
           MOVE TRAN-ORIG-KEY TO WS-ORG-SEARCH-KEY
           PERFORM 2400-SEARCH-ORG-TABLE
           IF WS-OI = ZERO
              AND WS-ORG-COUNT < WS-ORG-TABLE-MAX
               PERFORM VARYING WS-SI FROM WS-ORG-COUNT BY -1
                       UNTIL WS-SI < WS-INS
                   MOVE WS-ORG-ENTRY (WS-SI)
                       TO WS-ORG-ENTRY (WS-SI + 1)
               END-PERFORM
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-SEARCH-KEY TO WS-ORG-KEY (WS-INS)
               MOVE SPACE             TO WS-ORG-DISPOSITION (WS-INS)
               MOVE "N"               TO WS-ORG-REVERSED (WS-INS)
               MOVE ZERO              TO WS-ORG-AMOUNT (WS-INS)
           END-IF.

       1550-SET-POSTING-CYCLE.
      *    The headers are the authority - an override that disagrees
      *    with them is ignored, loudly. Cycle 01 is the default for a
      *    feed that carries no cycle anywhere, which is what every
      *    date was before cycles existed.
           ACCEPT WS-ENV-CYCLE FROM ENVIRONMENT "NUMEDT01-CYCLE"
           MOVE ZERO TO WS-CYC-WORK
           MOVE "N"  TO WS-CYC-DONE-SW
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > 2
                      OR CYCLE-SCAN-DONE
               IF WS-ENV-CYCLE-CH (WS-CI) >= "0"
                  AND WS-ENV-CYCLE-CH (WS-CI) <= "9"
                   MOVE WS-ENV-CYCLE-CH (WS-CI) TO WS-DIGIT-X
                   COMPUTE WS-CYC-WORK =
                       (WS-CYC-WORK * 10) + WS-DIGIT-9
               ELSE
                   MOVE "Y" TO WS-CYC-DONE-SW
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FC-CYCLE-NO > ZERO
                   MOVE WS-FC-CYCLE-NO TO WS-CYCLE-NO
                   MOVE "H"            TO WS-CYCLE-SOURCE
                   IF WS-CYC-WORK > ZERO
                      AND WS-CYC-WORK NOT = WS-FC-CYCLE-NO
                       DISPLAY "NUMEDT01: NUMEDT01-CYCLE " WS-CYC-WORK
                           " IGNORED - FEED HEADERS NAME CYCLE "
                           WS-FC-CYCLE-NO
                   END-IF
               WHEN WS-CYC-WORK > ZERO
                   MOVE WS-CYC-WORK    TO WS-CYCLE-NO
                   MOVE "E"            TO WS-CYCLE-SOURCE
               WHEN OTHER
                   MOVE 1              TO WS-CYCLE-NO
                   MOVE "D"            TO WS-CYCLE-SOURCE
           END-EVALUATE
           DISPLAY "NUMEDT01: POSTING CYCLE " WS-CYCLE-NO
               " (SOURCE " WS-CYCLE-SOURCE ")".

       1580-REFUSE-FEED.
      *    Nothing has been opened for output yet, so stopping here
      *    leaves every downstream file exactly as the prior run
           CLOSE TRAN-FILE
           STOP RUN.

       1600-LOAD-ARCHIVED-ORIGINALS.
      *    One pass over the archive fills in every tabled original.
      *    The archive is in the order runs handled the transactions,
      *    so a later entry for the same key (sequence numbers repeat
      *    across nights, and a reprocessed reject gains a second
      *    entry) supersedes an earlier one, and only a posted
      *    reversal seen after the original it names counts as having
      *    backed it out. Before the first posting run there is no
      *    archive to prove anything against - the check is skipped,
      *    loudly, as a missing ACCTREF skips the status check.
           IF WS-ORG-COUNT > ZERO
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARC-STATUS = "00"
                   MOVE "Y" TO WS-ARC-AVAIL-SWITCH
                   PERFORM 1690-READ-ARCHIVE
                   PERFORM 1610-APPLY-ARCHIVE-RECORD
                       UNTIL END-OF-ARCHIVE
                   CLOSE ARCHIVE-FILE
               ELSE
                   DISPLAY "NUMEDT01: NO TRANARCH FOUND, STATUS = "
                       WS-ARC-STATUS ", REVERSAL ORIGINAL CHECK "
                       "SKIPPED"
               END-IF
           END-IF.

       1610-APPLY-ARCHIVE-RECORD.
           IF TAR-TYPE-REVERSAL
               IF TAR-POSTED
                   MOVE TAR-ORIG-KEY TO WS-ORG-SEARCH-KEY
                   PERFORM 2400-SEARCH-ORG-TABLE
                   IF WS-OI > ZERO
                       IF ORG-POSTED (WS-OI)
                           MOVE "Y" TO WS-ORG-REVERSED (WS-OI)
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE TAR-KEY TO WS-ORG-SEARCH-KEY
               PERFORM 2400-SEARCH-ORG-TABLE
               IF WS-OI > ZERO
                   MOVE TAR-DISPOSITION TO WS-ORG-DISPOSITION (WS-OI)
                   MOVE "N"             TO WS-ORG-REVERSED (WS-OI)
                   MOVE TAR-AMOUNT      TO WS-ORG-AMOUNT (WS-OI)
               END-IF
           END-IF
           PERFORM 1690-READ-ARCHIVE.

       1690-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       1700-LOAD-CLOSE-CONTROL.
      *    Before the first month-end close there is no CLSCTL and no
      *    closed period for a transaction to fall into - the
      *    prior-period check is skipped, loudly, as a missing
      *    ACCTREF skips the status check.
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "NUMEDT01: NO CLSCTL FOUND, STATUS = "
                   WS-CLS-STATUS ", PRIOR-PERIOD CHECK SKIPPED"
           ELSE
               READ CLOSE-CONTROL-FILE
                   AT END
                       DISPLAY "NUMEDT01: CLSCTL IS EMPTY, "
                           "PRIOR-PERIOD CHECK SKIPPED"
                   NOT AT END
                       IF CLS-LAST-CLOSED-DATE NUMERIC
                           MOVE CLS-LAST-CLOSED-DATE
                               TO WS-CLOSED-DATE
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF
           IF WS-CLOSED-DATE > ZERO
               DISPLAY "NUMEDT01: PERIODS CLOSED THROUGH "
                   WS-CLOSED-DATE " - EARLIER-DATED TRANSACTIONS "
                   "POST AS PRIOR-PERIOD ADJUSTMENTS"
           END-IF.

       2000-EDIT-TRAN.
      *    Header and trailer records are feed control, already
      *    verified in 1500 - they are neither edited nor passed to
               END-IF
               IF RECORD-IS-CLEAN
                   ADD 1 TO WS-ACCEPT-COUNT
      *    A late arrival for a closed period posts in the current
      *    one - it must not name the business date NUMACC01 posts.
                   PERFORM 2050-CHECK-PRIOR-PERIOD
                   IF NOT RECORD-IS-PRIOR-PERIOD
                      AND WS-FIRST-TRAN-DATE = ZERO
                       MOVE TRAN-DATE TO WS-FIRST-TRAN-DATE
                   END-IF
                   IF TRAN-TYPE-REVERSAL
                       PERFORM 2290-MARK-ORIGINAL-REVERSED
                   END-IF
                   MOVE TRAN-RECORD TO EDT-ACCEPTED-REC
                   WRITE EDT-ACCEPTED-REC
                   IF WS-EDT-STATUS NOT = "00"
           END-IF
           PERFORM 2900-READ-TRAN.

       2050-CHECK-PRIOR-PERIOD.
      *    TRAN-DATE has passed the date edit by now, so it is a real
      *    calendar date and compares safely against the close.
           MOVE "N" TO WS-PRIOR-PERIOD-SW
           IF WS-CLOSED-DATE > ZERO
              AND TRAN-DATE <= WS-CLOSED-DATE
               MOVE "Y" TO WS-PRIOR-PERIOD-SW
               ADD 1 TO WS-PRIOR-PERIOD-COUNT
               DISPLAY "NUMEDT01: PRIOR-PERIOD ADJUSTMENT - ACCT/SEQ "
                   TRAN-ACCT-NO "/" TRAN-SEQ-NO " DATED " TRAN-DATE
                   " (CLOSED THROUGH " WS-CLOSED-DATE ")"
           END-IF.

       2100-VALIDATE-FIELDS.
      *    Field edits, most basic first - the first failure is the
      *    reason reported, the record is rejected once.
                               ADD 1 TO WS-BDAT-COUNT
                           ELSE
                               PERFORM 2250-CHECK-ACCOUNT-STATUS
                               IF RECORD-IS-CLEAN
                                  AND TRAN-TYPE-REVERSAL
                                   PERFORM 2270-CHECK-REVERSAL-ORIGINAL
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2270-CHECK-REVERSAL-ORIGINAL.
      *    Every reversal's original was tabled in the pre-pass, so a
      *    key that is not found here is one the table had no room
      *    for (TCAP). An original backed out by anything other than
      *    a reversal no longer stands as posted, and is ONFD.
           IF ARCHIVE-AVAILABLE
               MOVE TRAN-ORIG-KEY TO WS-ORG-SEARCH-KEY
               PERFORM 2400-SEARCH-ORG-TABLE
               EVALUATE TRUE
                   WHEN WS-OI = ZERO
                       MOVE "TCAP" TO WS-REJECT-REASON
                       ADD 1 TO WS-TCAP-COUNT
                   WHEN ORG-REJECTED (WS-OI)
                       MOVE "OREJ" TO WS-REJECT-REASON
                       ADD 1 TO WS-OREJ-COUNT
                   WHEN NOT ORG-POSTED (WS-OI)
                       MOVE "ONFD" TO WS-REJECT-REASON
                       ADD 1 TO WS-ONFD-COUNT
                   WHEN ORG-ALREADY-REVERSED (WS-OI)
                       MOVE "OREV" TO WS-REJECT-REASON
                       ADD 1 TO WS-OREV-COUNT
                   WHEN OTHER
                       PERFORM 2280-CHECK-REVERSAL-AMOUNT
               END-EVALUATE
           END-IF.

       2280-CHECK-REVERSAL-AMOUNT.
           MOVE TRAN-AMOUNT TO WS-REV-MAGNITUDE
           IF WS-REV-MAGNITUDE < ZERO
               COMPUTE WS-REV-MAGNITUDE = ZERO - WS-REV-MAGNITUDE
           END-IF
           MOVE WS-ORG-AMOUNT (WS-OI) TO WS-ORG-MAGNITUDE
           IF WS-ORG-MAGNITUDE < ZERO
               COMPUTE WS-ORG-MAGNITUDE = ZERO - WS-ORG-MAGNITUDE
           END-IF
           IF WS-REV-MAGNITUDE > WS-ORG-MAGNITUDE
               MOVE "OAMT" TO WS-REJECT-REASON
               ADD 1 TO WS-OAMT-COUNT
           END-IF.

       2290-MARK-ORIGINAL-REVERSED.
      *    The reversal has passed every edit and goes to TRANEDIT -
      *    its original now counts as reversed for the rest of the
      *    feed.
           IF ARCHIVE-AVAILABLE
               MOVE TRAN-ORIG-KEY TO WS-ORG-SEARCH-KEY
               PERFORM 2400-SEARCH-ORG-TABLE
               IF WS-OI > ZERO
                   MOVE "Y" TO WS-ORG-REVERSED (WS-OI)
               END-IF
           END-IF.

       2300-CHECK-KEY-SEQUENCE.
      *    Within an account, TRAN-SEQ-NO must strictly ascend - an
      *    equal key is a duplicate, a lower one is out of sequence.
           MOVE TRAN-ACCT-NO TO WS-SEQ-ACCT-NO (WS-AI)
           MOVE TRAN-SEQ-NO  TO WS-SEQ-LAST-SEQ (WS-AI).

       2400-SEARCH-ORG-TABLE.
      *    Bisection over the originals table on WS-ORG-SEARCH-KEY -
      *    WS-OI comes back with the slot, or zero with WS-INS holding
      *    the slot a new key belongs in.
           MOVE ZERO TO WS-OI
           MOVE 1 TO WS-LO
           MOVE WS-ORG-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-OI > ZERO
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-ORG-KEY (WS-MID) = WS-ORG-SEARCH-KEY
                   MOVE WS-MID TO WS-OI
               ELSE
                   IF WS-ORG-KEY (WS-MID) < WS-ORG-SEARCH-KEY
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE TRAN-RECORD        TO REJ-TRAN-DETAIL
           IF REFERENCE-AVAILABLE
               CLOSE REFERENCE-FILE
           END-IF
           PERFORM 9050-WRITE-EDIT-CONTROL
           PERFORM 9100-WRITE-EDIT-REPORT
           DISPLAY "NUMEDT01: RECORDS READ     = " WS-READ-COUNT
           DISPLAY "NUMEDT01: RECORDS ACCEPTED = " WS-ACCEPT-COUNT
           DISPLAY "NUMEDT01: RECORDS REJECTED = " WS-REJECT-COUNT
           DISPLAY "NUMEDT01: PRIOR-PERIOD     = "
               WS-PRIOR-PERIOD-COUNT.

       9050-WRITE-EDIT-CONTROL.
      *    Rewritten with TRANEDIT on every edit that gets this far,
      *    so NUMACC01 never reads one edit's cycle against another
      *    edit's transactions. A feed of nothing but prior-period
      *    adjustments has no current-period record to date the
      *    posting - its header's feed date does, provided that date
      *    is itself past the close; without one the business date
      *    stays zero and NUMACC01 refuses the run.
           IF WS-FIRST-TRAN-DATE = ZERO
              AND WS-PRIOR-PERIOD-COUNT > ZERO
               IF WS-FC-FEED-DATE > WS-CLOSED-DATE
                   MOVE WS-FC-FEED-DATE TO WS-FIRST-TRAN-DATE
                   DISPLAY "NUMEDT01: ONLY PRIOR-PERIOD ADJUSTMENTS "
                       "ACCEPTED - POSTING UNDER FEED DATE "
                       WS-FC-FEED-DATE
               ELSE
                   DISPLAY "NUMEDT01: ONLY PRIOR-PERIOD ADJUSTMENTS "
                       "ACCEPTED AND NO FEED DATE PAST THE CLOSE - "
                       "NUMACC01 WILL REFUSE TO POST THEM"
               END-IF
           END-IF
           OPEN OUTPUT EDIT-CONTROL-FILE
           IF WS-ECT-STATUS NOT = "00"
               DISPLAY "NUMEDT01: UNABLE TO WRITE EDTCTL, STATUS = "
                   WS-ECT-STATUS
           ELSE
               MOVE WS-FIRST-TRAN-DATE TO ECT-BUSINESS-DATE
               MOVE WS-CYCLE-NO        TO ECT-CYCLE-NO
               MOVE WS-CYCLE-SOURCE    TO ECT-CYCLE-SOURCE
               MOVE WS-ACCEPT-COUNT    TO ECT-ACCEPTED-COUNT
               MOVE WS-RUN-DATE        TO ECT-EDIT-DATE
               MOVE WS-CLOSED-DATE     TO ECT-CLOSED-DATE
               MOVE WS-PRIOR-PERIOD-COUNT TO ECT-PRIOR-PERIOD-COUNT
               WRITE ECT-RECORD
               IF WS-ECT-STATUS NOT = "00"
                   DISPLAY "NUMEDT01: WRITE TO EDTCTL FAILED, "
                       "STATUS = " WS-ECT-STATUS
               END-IF
               CLOSE EDIT-CONTROL-FILE
           END-IF.

       9100-WRITE-EDIT-REPORT.
           OPEN OUTPUT EDIT-REPORT-FILE
                   WS-RPT-STATUS
           ELSE
               MOVE SPACES              TO EDT-REPORT-LINE
               MOVE "POSTING CYCLE"     TO EDT-LABEL
               MOVE WS-CYCLE-NO         TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "PERIODS CLOSED THROUGH" TO EDT-LABEL
               MOVE WS-CLOSED-DATE      TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "TRANSACTIONS READ" TO EDT-LABEL
               MOVE WS-READ-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "TRANSACTIONS ACCEPTED" TO EDT-LABEL
               MOVE WS-ACCEPT-COUNT     TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  PRIOR-PERIOD ADJUSTMENTS" TO EDT-LABEL
               MOVE WS-PRIOR-PERIOD-COUNT TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "TRANSACTIONS REJECTED" TO EDT-LABEL
               MOVE WS-REJECT-COUNT     TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  BAD REVERSAL REFERENCE (NREF)" TO EDT-LABEL
               MOVE WS-NREF-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  ORIGINAL NOT POSTED (ONFD)" TO EDT-LABEL
               MOVE WS-ONFD-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  ORIGINAL REJECTED (OREJ)" TO EDT-LABEL
               MOVE WS-OREJ-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  ORIGINAL ALREADY REVERSED (OREV)" TO EDT-LABEL
               MOVE WS-OREV-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  REVERSAL EXCEEDS ORIGINAL (OAMT)" TO EDT-LABEL
               MOVE WS-OAMT-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
               MOVE "  DUPLICATE KEY (DUPK)" TO EDT-LABEL
               MOVE WS-DUPK-COUNT       TO EDT-COUNT
               PERFORM 9110-WRITE-REPORT-LINE
