       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMINT01.
      *****************************************************************
      * NUMINT01 - Cross-file referential integrity sweep.
      *
      * NUMMSTR, ACCTREF, PTNCTL and RUNCTL are each maintained by
      * their own programs, and each of those programs trusts the
      * other files to agree with it - NUMREF01 will close an account
      * that still carries a NUM-NUMBER-X balance, NUMIF01 keeps
      * extracting it, and NUMMSTR records built before ACCTREF
      * existed may have no reference entry at all. This sweep checks
      * that they do agree and lists every disagreement on INTRPT
      * (CPY-INTREC), one exception class per kind:
      *
      *   NREF WARNING - NUMMSTR account with no ACCTREF entry
      *   CBAL ERROR   - account closed on ACCTREF still carrying a
      *                  non-zero NUM-NUMBER-X on NUMMSTR
      *   FBAL WARNING - account frozen on ACCTREF carrying a
      *                  non-zero NUM-NUMBER-X (a dormant account
      *                  frozen by NUMDRM01 keeps its balance)
      *   NPTN WARNING - account open on ACCTREF not covered by any
      *                  active PTNCTL partner range
      *   OVLP ERROR   - account (on NUMMSTR, or open on ACCTREF)
      *                  covered by the active ranges of two or more
      *                  different partners
      *   FUPD ERROR   - NUMMSTR record whose NUM-LAST-UPDATE-DATE is
      *                  later than RUNCTL's RUN-LAST-POSTED-DATE
      *
      * The report closes with a count and severity per class. The
      * sweep sets RETURN-CODE for the NUMCHN01 chain to act on - 8
      * when any ERROR class has exceptions, 4 when only WARNING
      * classes do (or a class could not be checked because its input
      * file is missing), zero on a clean sweep. The chain runs the
      * sweep after NUMBAL01 and halts at 8, before NUMIF01 sends
      * anything to the partners.
      *
      * NUMMSTR and ACCTREF are both RELATIVE files keyed by account
      * number, so both read sequentially come back in account order
      * and are matched in a single merged pass. A missing input file
      * skips the classes that need it, loudly, the same way a
      * missing ACCTREF skips NUMEDT01's status check; a missing
      * PTNCTL is the legacy single-partner shop, where every account
      * goes to the one partner and the range classes do not apply.
      *
      * Parameter (environment):
      *   NUMINT01-ACCEPT - Y lets the chain go on past ERROR
      *                     exceptions the operator has reviewed: the
      *                     report still shows every exception and its
      *                     severity, but the return code is held to 4.
      *
      * Every input is opened INPUT - the sweep can be repeated
      * freely.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NUMMSTR"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PARTNER-CONTROL-FILE ASSIGN TO "PTNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTN-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CPY-NUMREC.

       FD  REFERENCE-FILE.
           COPY CPY-REFREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       FD  PARTNER-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-PTNREC.

       FD  INTEGRITY-REPORT-FILE.
           COPY CPY-INTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MSTR-STATUS          PIC XX VALUE SPACES.
           05  WS-REF-STATUS           PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-PTN-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MSTR-AVAIL-SWITCH    PIC X VALUE "N".
               88  MASTER-AVAILABLE            VALUE "Y".
           05  WS-REF-AVAIL-SWITCH     PIC X VALUE "N".
               88  REFERENCE-AVAILABLE         VALUE "Y".
           05  WS-RUN-AVAIL-SWITCH     PIC X VALUE "N".
               88  RUN-CONTROL-AVAILABLE       VALUE "Y".
           05  WS-PTN-AVAIL-SWITCH     PIC X VALUE "N".
               88  PARTNERS-AVAILABLE          VALUE "Y".
           05  WS-PTN-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-PARTNER-FILE         VALUE "Y".
           05  WS-ON-MASTER-SWITCH     PIC X VALUE "N".
               88  ACCOUNT-ON-MASTER           VALUE "Y".
           05  WS-ON-REF-SWITCH        PIC X VALUE "N".
               88  ACCOUNT-ON-REFERENCE        VALUE "Y".
           05  WS-ACCEPT-IND           PIC X VALUE "N".
               88  ERRORS-ACCEPTED             VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-POSTED-DATE         PIC 9(8) VALUE ZERO.

      *    Merge keys - the account number of the record each file
      *    is positioned on, one above any account number once that
      *    file is exhausted (or was never there), so the lower key
      *    always names the next account to check.
       01  WS-MERGE-KEYS.
           05  WS-MSTR-KEY             PIC 9(10) VALUE ZERO.
           05  WS-REF-KEY              PIC 9(10) VALUE ZERO.
           05  WS-CUR-ACCT             PIC 9(10) VALUE ZERO.
           05  WS-HIGH-KEY             PIC 9(10) VALUE 9999999999.

      *    Partners whose active ranges cover the current account -
      *    the first one found, and the first different partner after
      *    it. Blank when no range (or only one partner) covers it.
       01  WS-COVER-PTN-1              PIC X(4) VALUE SPACES.
       01  WS-COVER-PTN-2              PIC X(4) VALUE SPACES.
       01  WS-COVER-COUNT              PIC 9(3) COMP-3 VALUE ZERO.

      *    Active PTNCTL ranges only - a suspended partner receives
      *    nothing, so its ranges cover nothing.
       01  WS-PTN-TABLE-MAX            PIC 9(3) COMP-3 VALUE 50.
       01  WS-PTN-COUNT                PIC 9(3) COMP-3 VALUE ZERO.
       01  WS-PTN-TABLE.
           05  WS-PTN-ENTRY OCCURS 50 TIMES.
               10  WS-PTN-ID           PIC X(4).
               10  WS-PTN-LOW          PIC 9(9).
               10  WS-PTN-HIGH         PIC 9(9).
       01  WS-RI                       PIC 9(3) COMP-3 VALUE ZERO.

      *    One entry per exception class, in report order - code,
      *    severity, the return code an exception in the class
      *    raises the sweep to, description, count, and whether the
      *    class could be checked at all. Filled in by
      *    1050-SET-CLASS-TABLE.
       01  WS-CLASS-MAX                PIC 9(1) VALUE 6.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 6 TIMES.
               10  WS-CLS-CODE         PIC X(4).
               10  WS-CLS-SEVERITY     PIC X(7).
               10  WS-CLS-RC           PIC 9(1).
               10  WS-CLS-TEXT         PIC X(40).
               10  WS-CLS-COUNT        PIC 9(9) COMP-3.
               10  WS-CLS-CHECKED-FLAG PIC X(1).
                   88  CLASS-CHECKED           VALUE "Y".
       01  WS-CX                       PIC 9(1) VALUE ZERO.
       01  WS-CX-NREF                  PIC 9(1) VALUE 1.
       01  WS-CX-CBAL                  PIC 9(1) VALUE 2.
       01  WS-CX-FBAL                  PIC 9(1) VALUE 3.
       01  WS-CX-NPTN                  PIC 9(1) VALUE 4.
       01  WS-CX-OVLP                  PIC 9(1) VALUE 5.
       01  WS-CX-FUPD                  PIC 9(1) VALUE 6.

       01  WS-SWEEP-RC                 PIC 9(1) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MSTR-READ-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-REF-READ-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ACCT-CHECKED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNCHECKED-COUNT      PIC 9(9) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-ACCOUNT
               UNTIL WS-MSTR-KEY = WS-HIGH-KEY
                 AND WS-REF-KEY = WS-HIGH-KEY
           PERFORM 7000-SET-RETURN-CODE
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
      *    GOBACK, not STOP RUN - this step runs standalone or as a
      *    CALLed step of the NUMCHN01 chain driver; its guards and
      *    error stops still STOP RUN and halt the whole chain.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-IND FROM ENVIRONMENT "NUMINT01-ACCEPT"

           PERFORM 1050-SET-CLASS-TABLE
           PERFORM 1100-CHECK-RUN-CONTROL
           PERFORM 1200-LOAD-PARTNER-CONTROL
           PERFORM 1300-OPEN-MASTER-FILES

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMINT01: UNABLE TO OPEN INTRPT, STATUS = "
                   WS-RPT-STATUS " - SWEEP STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                 TO INT-HEADING-LINE
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO INT-HDG-LABEL
           MOVE WS-RUN-DATE            TO INT-HDG-DATE
           MOVE "RUN DATE"             TO INT-HDG-TEXT
           WRITE INT-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           MOVE SPACES                 TO INT-HEADING-LINE
           MOVE "RUNCTL LAST POSTED BUSINESS DATE" TO INT-HDG-LABEL
           MOVE WS-LAST-POSTED-DATE    TO INT-HDG-DATE
           IF RUN-CONTROL-AVAILABLE
               MOVE "NUMMSTR UPDATE DATES JUDGED AGAINST"
                                       TO INT-HDG-TEXT
           ELSE
               MOVE "NO RUNCTL - UPDATE DATES NOT CHECKED"
                                       TO INT-HDG-TEXT
           END-IF
           WRITE INT-HEADING-LINE
           PERFORM 8900-CHECK-REPORT-WRITE

           IF MASTER-AVAILABLE
               PERFORM 2900-READ-MASTER
           END-IF
           IF REFERENCE-AVAILABLE
               PERFORM 2950-READ-REFERENCE
           END-IF.

       1050-SET-CLASS-TABLE.
           MOVE "NREF"    TO WS-CLS-CODE (WS-CX-NREF)
           MOVE "WARNING" TO WS-CLS-SEVERITY (WS-CX-NREF)
           MOVE 4         TO WS-CLS-RC (WS-CX-NREF)
           MOVE "NUMMSTR ACCOUNT WITH NO ACCTREF ENTRY"
                          TO WS-CLS-TEXT (WS-CX-NREF)
           MOVE "CBAL"    TO WS-CLS-CODE (WS-CX-CBAL)
           MOVE "ERROR"   TO WS-CLS-SEVERITY (WS-CX-CBAL)
           MOVE 8         TO WS-CLS-RC (WS-CX-CBAL)
           MOVE "CLOSED ACCOUNT CARRYING A BALANCE"
                          TO WS-CLS-TEXT (WS-CX-CBAL)
           MOVE "FBAL"    TO WS-CLS-CODE (WS-CX-FBAL)
           MOVE "WARNING" TO WS-CLS-SEVERITY (WS-CX-FBAL)
           MOVE 4         TO WS-CLS-RC (WS-CX-FBAL)
           MOVE "FROZEN ACCOUNT CARRYING A BALANCE"
                          TO WS-CLS-TEXT (WS-CX-FBAL)
           MOVE "NPTN"    TO WS-CLS-CODE (WS-CX-NPTN)
           MOVE "WARNING" TO WS-CLS-SEVERITY (WS-CX-NPTN)
           MOVE 4         TO WS-CLS-RC (WS-CX-NPTN)
           MOVE "OPEN ACCOUNT IN NO ACTIVE PARTNER RANGE"
                          TO WS-CLS-TEXT (WS-CX-NPTN)
           MOVE "OVLP"    TO WS-CLS-CODE (WS-CX-OVLP)
           MOVE "ERROR"   TO WS-CLS-SEVERITY (WS-CX-OVLP)
           MOVE 8         TO WS-CLS-RC (WS-CX-OVLP)
           MOVE "ACCOUNT IN RANGES OF TWO PARTNERS"
                          TO WS-CLS-TEXT (WS-CX-OVLP)
           MOVE "FUPD"    TO WS-CLS-CODE (WS-CX-FUPD)
           MOVE "ERROR"   TO WS-CLS-SEVERITY (WS-CX-FUPD)
           MOVE 8         TO WS-CLS-RC (WS-CX-FUPD)
           MOVE "NUMMSTR UPDATED AFTER LAST POSTED DATE"
                          TO WS-CLS-TEXT (WS-CX-FUPD)
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLASS-MAX
               MOVE ZERO TO WS-CLS-COUNT (WS-CX)
               MOVE "Y"  TO WS-CLS-CHECKED-FLAG (WS-CX)
           END-PERFORM.

       1100-CHECK-RUN-CONTROL.
      *    Supplies the last posted business date the master's update
      *    dates are judged against, and refuses to sweep a master
      *    left by an accumulation run that never completed - every
      *    file would be mid-change. A missing RUNCTL means the guard
      *    is not established yet; the update-date class is skipped.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "NUMINT01: NO RUNCTL FOUND, STATUS = "
                   WS-RUN-STATUS ", UPDATE-DATE CHECK SKIPPED"
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-FUPD)
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY "NUMINT01: RUNCTL IS EMPTY, "
                           "UPDATE-DATE CHECK SKIPPED"
                       MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-FUPD)
                   NOT AT END
                       IF RUN-IN-PROGRESS
                           DISPLAY "NUMINT01: ACCUMULATION RUN FOR "
                               "BUSINESS DATE " RUN-BUSINESS-DATE
                               " NEVER COMPLETED - SWEEP REFUSED"
                           CLOSE RUN-CONTROL-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "Y" TO WS-RUN-AVAIL-SWITCH
                       MOVE RUN-LAST-POSTED-DATE
                                TO WS-LAST-POSTED-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1200-LOAD-PARTNER-CONTROL.
      *    Loads the active PTNCTL ranges. No PTNCTL at all is the
      *    legacy single-partner shop - NUMIF01 sends the whole
      *    master to NUMIFOUT - so no account can be outside a range
      *    or inside two; both range classes are skipped, loudly.
           OPEN INPUT PARTNER-CONTROL-FILE
           IF WS-PTN-STATUS NOT = "00"
               DISPLAY "NUMINT01: NO PTNCTL FOUND, STATUS = "
                   WS-PTN-STATUS ", PARTNER RANGE CHECKS SKIPPED "
                   "FOR THE LEGACY SINGLE PARTNER"
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-NPTN)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-OVLP)
           ELSE
               MOVE "Y" TO WS-PTN-AVAIL-SWITCH
               PERFORM 1290-READ-PARTNER-CONTROL
               PERFORM 1250-LOAD-ONE-PARTNER-RANGE
                   UNTIL END-OF-PARTNER-FILE
               CLOSE PARTNER-CONTROL-FILE
               IF WS-PTN-COUNT = ZERO
                   DISPLAY "NUMINT01: PTNCTL HAS NO ACTIVE PARTNER "
                       "RANGES - NO ACCOUNT IS EXTRACTED"
               END-IF
           END-IF.

       1250-LOAD-ONE-PARTNER-RANGE.
           IF PTN-ACTIVE
               IF WS-PTN-COUNT >= WS-PTN-TABLE-MAX
                   DISPLAY "NUMINT01: PARTNER RANGE TABLE CAPACITY "
                       "EXCEEDED AT PARTNER " PTN-PARTNER-ID
                       " - SWEEP STOPPED"
                   CLOSE PARTNER-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PTN-COUNT
               MOVE PTN-PARTNER-ID   TO WS-PTN-ID (WS-PTN-COUNT)
               MOVE PTN-LOW-ACCT     TO WS-PTN-LOW (WS-PTN-COUNT)
               MOVE PTN-HIGH-ACCT    TO WS-PTN-HIGH (WS-PTN-COUNT)
           END-IF
           PERFORM 1290-READ-PARTNER-CONTROL.

       1290-READ-PARTNER-CONTROL.
           READ PARTNER-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-PTN-EOF-SWITCH
           END-READ.

       1300-OPEN-MASTER-FILES.
      *    A missing NUMMSTR leaves nothing to hold a balance or an
      *    update date; a missing ACCTREF leaves nothing to say which
      *    accounts were opened, closed or frozen. Either one skips
      *    the classes that need it and the sweep goes on with the
      *    other. A file that is not there reads as already at end.
           MOVE WS-HIGH-KEY TO WS-MSTR-KEY
           MOVE WS-HIGH-KEY TO WS-REF-KEY

           OPEN INPUT MASTER-FILE
           IF WS-MSTR-STATUS = "00"
               MOVE "Y" TO WS-MSTR-AVAIL-SWITCH
           ELSE
               DISPLAY "NUMINT01: NO NUMMSTR FOUND, STATUS = "
                   WS-MSTR-STATUS ", BALANCE AND UPDATE-DATE CHECKS "
                   "SKIPPED"
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-NREF)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-CBAL)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-FBAL)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-FUPD)
           END-IF

           OPEN INPUT REFERENCE-FILE
           IF WS-REF-STATUS = "00"
               MOVE "Y" TO WS-REF-AVAIL-SWITCH
           ELSE
               DISPLAY "NUMINT01: NO ACCTREF FOUND, STATUS = "
                   WS-REF-STATUS ", ACCOUNT STATUS CHECKS SKIPPED"
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-NREF)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-CBAL)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-FBAL)
               MOVE "N" TO WS-CLS-CHECKED-FLAG (WS-CX-NPTN)
           END-IF.

       2000-CHECK-ONE-ACCOUNT.
      *    The lower of the two merge keys is the next account; it is
      *    on whichever file (or both) is positioned on that key.
      *    Every class the account falls into gets its own line, and
      *    both files move past the account before the next one.
           IF WS-MSTR-KEY <= WS-REF-KEY
               MOVE WS-MSTR-KEY TO WS-CUR-ACCT
           ELSE
               MOVE WS-REF-KEY  TO WS-CUR-ACCT
           END-IF
           MOVE "N" TO WS-ON-MASTER-SWITCH
           MOVE "N" TO WS-ON-REF-SWITCH
           IF WS-MSTR-KEY = WS-CUR-ACCT
               MOVE "Y" TO WS-ON-MASTER-SWITCH
           END-IF
           IF WS-REF-KEY = WS-CUR-ACCT
               MOVE "Y" TO WS-ON-REF-SWITCH
           END-IF
           ADD 1 TO WS-ACCT-CHECKED-COUNT

           MOVE SPACES TO WS-COVER-PTN-1
           MOVE SPACES TO WS-COVER-PTN-2
           MOVE ZERO   TO WS-COVER-COUNT
           IF PARTNERS-AVAILABLE
               PERFORM 2150-FIND-COVERING-PARTNERS
           END-IF

           PERFORM 2100-CHECK-REFERENCE
           PERFORM 2200-CHECK-PARTNER-COVERAGE
           PERFORM 2300-CHECK-UPDATE-DATE

           IF ACCOUNT-ON-MASTER
               PERFORM 2900-READ-MASTER
           END-IF
           IF ACCOUNT-ON-REFERENCE
               PERFORM 2950-READ-REFERENCE
           END-IF.

       2100-CHECK-REFERENCE.
      *    Needs both files - a balance lives on NUMMSTR, the account
      *    status on ACCTREF. An ACCTREF entry with no NUMMSTR record
      *    is an account opened that has not traded yet; nothing to
      *    report.
           IF MASTER-AVAILABLE AND REFERENCE-AVAILABLE
              AND ACCOUNT-ON-MASTER
               IF NOT ACCOUNT-ON-REFERENCE
                   MOVE WS-CX-NREF TO WS-CX
                   PERFORM 2800-WRITE-EXCEPTION
               ELSE
                   IF REF-ACCOUNT-CLOSED AND NUM-NUMBER-X NOT = ZERO
                       MOVE WS-CX-CBAL TO WS-CX
                       PERFORM 2800-WRITE-EXCEPTION
                   END-IF
                   IF REF-ACCOUNT-FROZEN AND NUM-NUMBER-X NOT = ZERO
                       MOVE WS-CX-FBAL TO WS-CX
                       PERFORM 2800-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2150-FIND-COVERING-PARTNERS.
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-PTN-COUNT
               IF WS-CUR-ACCT >= WS-PTN-LOW (WS-RI)
                  AND WS-CUR-ACCT <= WS-PTN-HIGH (WS-RI)
                   IF WS-COVER-COUNT = ZERO
                       MOVE WS-PTN-ID (WS-RI) TO WS-COVER-PTN-1
                       MOVE 1 TO WS-COVER-COUNT
                   ELSE
                       IF WS-PTN-ID (WS-RI) NOT = WS-COVER-PTN-1
                          AND WS-COVER-COUNT = 1
                           MOVE WS-PTN-ID (WS-RI) TO WS-COVER-PTN-2
                           MOVE 2 TO WS-COVER-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-CHECK-PARTNER-COVERAGE.
      *    An account matters to the partners once NUMIF01 would
      *    extract it (it is on NUMMSTR) or once it is open and can
      *    start trading. Open and covered by nobody - no partner
      *    will ever be sent it; covered by two partners - both are
      *    sent it. Several ranges of the same partner overlapping
      *    is harmless and not reported.
           IF PARTNERS-AVAILABLE
               IF REFERENCE-AVAILABLE AND ACCOUNT-ON-REFERENCE
                  AND REF-ACCOUNT-OPEN AND WS-COVER-COUNT = ZERO
                   MOVE WS-CX-NPTN TO WS-CX
                   PERFORM 2800-WRITE-EXCEPTION
               END-IF
               IF WS-COVER-COUNT > 1
                   IF ACCOUNT-ON-MASTER
                      OR (ACCOUNT-ON-REFERENCE AND REF-ACCOUNT-OPEN)
                       MOVE WS-CX-OVLP TO WS-CX
                       PERFORM 2800-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2300-CHECK-UPDATE-DATE.
      *    Nothing posts to NUMMSTR except under a business date
      *    NUMACC01 completed, so a later update date is a record
      *    the run control does not account for - a half-finished
      *    backout, or a master restored from the wrong generation.
           IF MASTER-AVAILABLE AND RUN-CONTROL-AVAILABLE
              AND ACCOUNT-ON-MASTER
               IF NUM-LAST-UPDATE-DATE > WS-LAST-POSTED-DATE
                   MOVE WS-CX-FUPD TO WS-CX
                   PERFORM 2800-WRITE-EXCEPTION
               END-IF
           END-IF.

       2800-WRITE-EXCEPTION.
           MOVE SPACES                  TO INT-EXCEPTION-LINE
           MOVE WS-CLS-CODE (WS-CX)     TO INT-EXC-CLASS
           MOVE WS-CLS-SEVERITY (WS-CX) TO INT-EXC-SEVERITY
           MOVE WS-CUR-ACCT             TO INT-EXC-ACCT-NO
           IF ACCOUNT-ON-REFERENCE
               MOVE REF-STATUS-CODE     TO INT-EXC-REF-STATUS
           END-IF
           IF ACCOUNT-ON-MASTER
               MOVE NUM-NUMBER-X         TO INT-EXC-NUMBER-X
               MOVE NUM-LAST-UPDATE-DATE TO INT-EXC-UPDATE-DATE
           END-IF
           MOVE WS-COVER-PTN-1          TO INT-EXC-PARTNER-1
           MOVE WS-COVER-PTN-2          TO INT-EXC-PARTNER-2
           MOVE WS-CLS-TEXT (WS-CX)     TO INT-EXC-TEXT
           WRITE INT-EXCEPTION-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           ADD 1 TO WS-CLS-COUNT (WS-CX)
           IF WS-CLS-RC (WS-CX) = 8
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       2900-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE WS-HIGH-KEY TO WS-MSTR-KEY
               NOT AT END
                   MOVE NUM-REC-KEY TO WS-MSTR-KEY
                   ADD 1 TO WS-MSTR-READ-COUNT
           END-READ.

       2950-READ-REFERENCE.
           READ REFERENCE-FILE
               AT END
                   MOVE WS-HIGH-KEY TO WS-REF-KEY
               NOT AT END
                   MOVE REF-ACCT-NO TO WS-REF-KEY
                   ADD 1 TO WS-REF-READ-COUNT
           END-READ.

       7000-SET-RETURN-CODE.
      *    The highest return code of any class with exceptions; a
      *    class that could not be checked is at least a warning -
      *    the files were not shown to agree. NUMINT01-ACCEPT holds
      *    the code to 4 once the operator has reviewed the errors.
           MOVE ZERO TO WS-SWEEP-RC
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLASS-MAX
               IF WS-CLS-COUNT (WS-CX) > ZERO
                  AND WS-CLS-RC (WS-CX) > WS-SWEEP-RC
                   MOVE WS-CLS-RC (WS-CX) TO WS-SWEEP-RC
               END-IF
               IF NOT CLASS-CHECKED (WS-CX)
                   ADD 1 TO WS-UNCHECKED-COUNT
                   IF WS-SWEEP-RC < 4
                       MOVE 4 TO WS-SWEEP-RC
                   END-IF
               END-IF
           END-PERFORM
           IF ERRORS-ACCEPTED AND WS-SWEEP-RC > 4
               DISPLAY "NUMINT01: " WS-ERROR-COUNT " ERROR "
                   "EXCEPTION(S) ACCEPTED BY THE OPERATOR - RETURN "
                   "CODE HELD TO 4"
               MOVE 4 TO WS-SWEEP-RC
           END-IF.

       8000-WRITE-SUMMARY.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLASS-MAX
               MOVE SPACES                  TO INT-CLASS-LINE
               MOVE WS-CLS-CODE (WS-CX)     TO INT-CLS-CLASS
               MOVE WS-CLS-SEVERITY (WS-CX) TO INT-CLS-SEVERITY
               IF CLASS-CHECKED (WS-CX)
                   MOVE WS-CLS-COUNT (WS-CX) TO INT-CLS-COUNT
                   MOVE WS-CLS-TEXT (WS-CX)  TO INT-CLS-TEXT
               ELSE
                   MOVE "NOT CHECKED - INPUT FILE NOT AVAILABLE"
                                             TO INT-CLS-TEXT
               END-IF
               WRITE INT-CLASS-LINE
               PERFORM 8900-CHECK-REPORT-WRITE
           END-PERFORM

           MOVE SPACES                   TO INT-SUMMARY-LINE
           MOVE "ACCOUNTS CHECKED"       TO INT-SUM-LABEL
           MOVE WS-ACCT-CHECKED-COUNT    TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  NUMMSTR RECORDS READ" TO INT-SUM-LABEL
           MOVE WS-MSTR-READ-COUNT       TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  ACCTREF RECORDS READ" TO INT-SUM-LABEL
           MOVE WS-REF-READ-COUNT        TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ACTIVE PARTNER RANGES"  TO INT-SUM-LABEL
           MOVE WS-PTN-COUNT             TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ERROR EXCEPTIONS"       TO INT-SUM-LABEL
           MOVE WS-ERROR-COUNT           TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "WARNING EXCEPTIONS"     TO INT-SUM-LABEL
           MOVE WS-WARNING-COUNT         TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "CLASSES NOT CHECKED"    TO INT-SUM-LABEL
           MOVE WS-UNCHECKED-COUNT       TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "SWEEP RETURN CODE"      TO INT-SUM-LABEL
           MOVE WS-SWEEP-RC              TO INT-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE.

       8100-WRITE-SUMMARY-LINE.
           WRITE INT-SUMMARY-LINE
           PERFORM 8900-CHECK-REPORT-WRITE
           MOVE SPACES TO INT-SUMMARY-LINE.

       8900-CHECK-REPORT-WRITE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMINT01: WRITE TO INTRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF
           IF REFERENCE-AVAILABLE
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE INTEGRITY-REPORT-FILE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLASS-MAX
               IF CLASS-CHECKED (WS-CX)
                   DISPLAY "NUMINT01: " WS-CLS-CODE (WS-CX) " "
                       WS-CLS-SEVERITY (WS-CX) " = "
                       WS-CLS-COUNT (WS-CX)
               ELSE
                   DISPLAY "NUMINT01: " WS-CLS-CODE (WS-CX) " "
                       WS-CLS-SEVERITY (WS-CX) " NOT CHECKED"
               END-IF
           END-PERFORM
           DISPLAY "NUMINT01: ACCOUNTS CHECKED = "
               WS-ACCT-CHECKED-COUNT
           DISPLAY "NUMINT01: SWEEP RETURN CODE = " WS-SWEEP-RC
           MOVE WS-SWEEP-RC TO RETURN-CODE.
