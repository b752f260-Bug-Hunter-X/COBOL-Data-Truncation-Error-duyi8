       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMDRM01.
      *****************************************************************
      * NUMDRM01 - Dormant account detection and freeze.
      *
      * ACCTREF keeps an account at status O for ever, whether or not
      * anything has traded on it in years, and every such account
      * stays on NUMMSTR and goes out on every partner extract. This
      * periodic run reads ACCTREF (CPY-REFREC), TRANARCH
      * (CPY-TARREC) and NUMMSTR (CPY-NUMREC) and lists on DRMRPT
      * (CPY-DRMREC) every open account with no posted activity for
      * the dormancy threshold - the business date of its last posted
      * archive entry (its open date when it has never traded), the
      * days since, and the NUM-NUMBER-X it still carries:
      *
      *   NUMDRM01-DAYS   - dormancy threshold in days, default 365
      *                     (same environment-variable style as the
      *                     NUMFCT01 horizon)
      *   NUMDRM01-FREEZE - Y also moves each dormant account to
      *                     frozen (F); anything else only reports
      *
      * Days are counted to the last posted business date on RUNCTL
      * (the wall clock only before the first posting run), so a run
      * on a quiet weekend does not age every account by the gap.
      *
      * Each freeze is written to REFAUD (CPY-RFAREC) exactly as a
      * NUMREF01 status change is, but under action DRMFRZ instead
      * of STATUS, so an auditor can tell an automatic freeze from a
      * manual one. NUMEDT01 already holds a frozen account's
      * activity (FRZN), so a dormant account that suddenly trades
      * again lands on EDTREJ for a human to look at before it posts;
      * NUMREF01 reopens it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMSTR"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO "REFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFA-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE.
           COPY CPY-REFREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  MASTER-FILE.
           COPY CPY-NUMREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       FD  REF-AUDIT-FILE.
           COPY CPY-RFAREC.

       FD  DORMANCY-REPORT-FILE.
           COPY CPY-DRMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REF-STATUS           PIC XX VALUE SPACES.
           05  WS-ARC-STATUS           PIC XX VALUE SPACES.
           05  WS-MSTR-STATUS          PIC XX VALUE SPACES.
           05  WS-RUN-STATUS           PIC XX VALUE SPACES.
           05  WS-RFA-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-REL-KEY                  PIC 9(9) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-REF-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-REFERENCE            VALUE "Y".
           05  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".
           05  WS-MASTER-SWITCH        PIC X VALUE "N".
               88  MASTER-AVAILABLE            VALUE "Y".
           05  WS-FREEZE-IND           PIC X VALUE "N".
               88  FREEZE-REQUESTED            VALUE "Y".

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AS-OF-SERIAL             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-LAST-DATE                PIC 9(8) VALUE ZERO.
       01  WS-IDLE-DAYS                PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-OLD-STATUS               PIC X(1) VALUE SPACE.
       01  WS-SEARCH-ACCT              PIC 9(9) VALUE ZERO.

      *    Dormancy threshold - raw environment value accepted into
      *    an X field first so an unset or mis-keyed variable falls
      *    back to the default instead of abending (the NUMFCT01
      *    horizon precedent).
       01  WS-ENV-DAYS-AREA.
           05  WS-ENV-DAYS             PIC X(5) VALUE SPACES.
           05  FILLER REDEFINES WS-ENV-DAYS.
               10  WS-ENV-DAYS-CH      OCCURS 5 TIMES PIC X(1).
           05  WS-DIGIT-X              PIC X(1) VALUE SPACE.
           05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                       PIC 9(1).
           05  WS-DAYS-WORK            PIC 9(5) VALUE ZERO.
           05  WS-CI                   PIC 9(1) VALUE ZERO.
           05  WS-DAYS-DONE-SW         PIC X(1) VALUE "N".
               88  DAYS-SCAN-DONE              VALUE "Y".
       01  WS-DORMANCY-DAYS            PIC 9(5) VALUE 365.

      *    Latest posted business date per account off TRANARCH, in
      *    ascending account order and searched by bisection (the
      *    NUMACC01 account-table pattern).
       01  WS-LST-TABLE-MAX            PIC 9(5) VALUE 50000.
       01  WS-LST-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-LST-TABLE.
           05  WS-LST-ENTRY OCCURS 50000 TIMES.
               10  WS-LST-ACCT-NO      PIC 9(9).
               10  WS-LST-DATE         PIC 9(8).

       01  WS-AI                       PIC 9(5) VALUE ZERO.
       01  WS-SI                       PIC 9(5) VALUE ZERO.
       01  WS-LO                       PIC 9(5) VALUE ZERO.
       01  WS-HI                       PIC 9(5) VALUE ZERO.
       01  WS-MID                      PIC 9(5) VALUE ZERO.
       01  WS-INS                      PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REF-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-OPEN-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DORMANT-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-NEVER-TRADED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FROZEN-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FREEZE-FAIL-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-UNTABLED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-ACCOUNT UNTIL END-OF-REFERENCE
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "NUMDRM01-DAYS"
           PERFORM 1100-PARSE-DORMANCY-DAYS
           ACCEPT WS-FREEZE-IND FROM ENVIRONMENT "NUMDRM01-FREEZE"

           PERFORM 1200-CHECK-RUN-CONTROL
           MOVE WS-AS-OF-DATE TO WS-SER-DATE
           PERFORM 3500-DATE-TO-SERIAL
           MOVE WS-SERIAL TO WS-AS-OF-SERIAL

           PERFORM 1300-LOAD-LAST-ACTIVITY

           OPEN INPUT MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY "NUMDRM01: NO NUMMSTR FOUND, STATUS = "
                   WS-MSTR-STATUS ", CARRIED NUMBERS SHOWN AS ZERO"
           ELSE
               MOVE "Y" TO WS-MASTER-SWITCH
           END-IF

           IF FREEZE-REQUESTED
               OPEN I-O REFERENCE-FILE
           ELSE
               OPEN INPUT REFERENCE-FILE
           END-IF
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "NUMDRM01: UNABLE TO OPEN ACCTREF, STATUS = "
                   WS-REF-STATUS " - NO ACCOUNTS TO CHECK"
               STOP RUN
           END-IF

           IF FREEZE-REQUESTED
               OPEN EXTEND REF-AUDIT-FILE
               IF WS-RFA-STATUS NOT = "00"
                   OPEN OUTPUT REF-AUDIT-FILE
               END-IF
               IF WS-RFA-STATUS NOT = "00"
                   DISPLAY "NUMDRM01: UNABLE TO OPEN REFAUD, STATUS = "
                       WS-RFA-STATUS " - FREEZE STOPPED"
                   CLOSE REFERENCE-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT DORMANCY-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMDRM01: UNABLE TO OPEN DRMRPT, STATUS = "
                   WS-RPT-STATUS
               STOP RUN
           END-IF

           IF FREEZE-REQUESTED
               DISPLAY "NUMDRM01: DORMANT ACCOUNTS WILL BE FROZEN"
           ELSE
               DISPLAY "NUMDRM01: REPORT ONLY - NO ACCOUNT FROZEN"
           END-IF
           PERFORM 2900-READ-REFERENCE.

       1100-PARSE-DORMANCY-DAYS.
      *    Leading digits of the environment value; no digits, or a
      *    zero threshold that would make every open account
      *    dormant, keeps the default.
           MOVE ZERO TO WS-DAYS-WORK
           MOVE "N"  TO WS-DAYS-DONE-SW
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > 5
                      OR DAYS-SCAN-DONE
               IF WS-ENV-DAYS-CH (WS-CI) >= "0"
                  AND WS-ENV-DAYS-CH (WS-CI) <= "9"
                   MOVE WS-ENV-DAYS-CH (WS-CI) TO WS-DIGIT-X
                   COMPUTE WS-DAYS-WORK =
                       (WS-DAYS-WORK * 10) + WS-DIGIT-9
               ELSE
                   MOVE "Y" TO WS-DAYS-DONE-SW
               END-IF
           END-PERFORM
           IF WS-DAYS-WORK > ZERO
               MOVE WS-DAYS-WORK TO WS-DORMANCY-DAYS
           END-IF.

       1200-CHECK-RUN-CONTROL.
      *    The as-of date is the last posted business date. Freezing
      *    under an accumulation run that is still in flight would
      *    change the register the edit has already applied - the run
      *    is refused, the same guard the close gives.
           MOVE WS-TODAY TO WS-AS-OF-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "NUMDRM01: NO RUNCTL FOUND, STATUS = "
                   WS-RUN-STATUS ", DAYS COUNTED TO " WS-TODAY
           ELSE
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RUN-IN-PROGRESS
                           DISPLAY "NUMDRM01: ACCUMULATION RUN FOR "
                               "BUSINESS DATE " RUN-BUSINESS-DATE
                               " NEVER COMPLETED - DORMANCY RUN "
                               "REFUSED"
                           CLOSE RUN-CONTROL-FILE
                           STOP RUN
                       END-IF
                       IF RUN-LAST-POSTED-DATE > ZERO
                           MOVE RUN-LAST-POSTED-DATE
                               TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           DISPLAY "NUMDRM01: DORMANCY THRESHOLD " WS-DORMANCY-DAYS
               " DAYS, COUNTED TO " WS-AS-OF-DATE.

       1300-LOAD-LAST-ACTIVITY.
      *    Only posted entries count as activity - a rejected or held
      *    transaction never moved the account.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NUMDRM01: NO TRANARCH FOUND, STATUS = "
                   WS-ARC-STATUS ", OPEN DATES USED THROUGHOUT"
           ELSE
               MOVE "N" TO WS-ARC-EOF-SWITCH
               PERFORM 1390-READ-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   IF TAR-POSTED
                       PERFORM 1310-NOTE-ACTIVITY
                   END-IF
                   PERFORM 1390-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1310-NOTE-ACTIVITY.
           MOVE TAR-ACCT-NO TO WS-SEARCH-ACCT
           PERFORM 3100-SEARCH-ACTIVITY-TABLE
           IF WS-AI = ZERO
               IF WS-LST-COUNT < WS-LST-TABLE-MAX
                   PERFORM 3150-INSERT-ACTIVITY-ENTRY
               ELSE
                   ADD 1 TO WS-UNTABLED-COUNT
               END-IF
           END-IF
           IF WS-AI > ZERO
               IF TAR-BUSINESS-DATE > WS-LST-DATE (WS-AI)
                   MOVE TAR-BUSINESS-DATE TO WS-LST-DATE (WS-AI)
               END-IF
           END-IF.

       1390-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           END-READ.

       2000-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-REF-COUNT
           IF REF-ACCOUNT-OPEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE REF-ACCT-NO TO WS-SEARCH-ACCT
               PERFORM 3100-SEARCH-ACTIVITY-TABLE
               MOVE SPACES TO DRM-REPORT-LINE
               IF WS-AI > ZERO
                   MOVE WS-LST-DATE (WS-AI) TO WS-LAST-DATE
                   MOVE "POSTED"            TO DRM-DATE-SOURCE
               ELSE
                   MOVE REF-OPEN-DATE       TO WS-LAST-DATE
                   MOVE "OPENED"            TO DRM-DATE-SOURCE
               END-IF
               MOVE ZERO TO WS-IDLE-DAYS
               IF WS-LAST-DATE NUMERIC
                  AND WS-LAST-DATE > ZERO
                   MOVE WS-LAST-DATE TO WS-SER-DATE
                   PERFORM 3500-DATE-TO-SERIAL
                   COMPUTE WS-IDLE-DAYS = WS-AS-OF-SERIAL - WS-SERIAL
               END-IF
               IF WS-IDLE-DAYS >= WS-DORMANCY-DAYS
                   PERFORM 2100-REPORT-DORMANT-ACCOUNT
               END-IF
           END-IF
           PERFORM 2900-READ-REFERENCE.

       2100-REPORT-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT
           IF WS-AI = ZERO
               ADD 1 TO WS-NEVER-TRADED-COUNT
           END-IF
           MOVE REF-ACCT-NO            TO DRM-ACCT-NO
           MOVE REF-CUSTOMER-NAME      TO DRM-CUSTOMER-NAME
           MOVE WS-LAST-DATE           TO DRM-LAST-ACTIVITY-DATE
           MOVE WS-IDLE-DAYS           TO DRM-IDLE-DAYS
           MOVE ZERO                   TO DRM-NUMBER-X
           IF MASTER-AVAILABLE
               MOVE REF-ACCT-NO TO WS-REL-KEY
               READ MASTER-FILE
                   NOT INVALID KEY
                       MOVE NUM-NUMBER-X TO DRM-NUMBER-X
               END-READ
           END-IF
           IF FREEZE-REQUESTED
               PERFORM 2200-FREEZE-ACCOUNT
           ELSE
               MOVE "REPORTED"         TO DRM-ACTION
           END-IF
           WRITE DRM-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMDRM01: WRITE TO DRMRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       2200-FREEZE-ACCOUNT.
           MOVE REF-STATUS-CODE        TO WS-OLD-STATUS
           MOVE "F"                    TO REF-STATUS-CODE
           MOVE WS-TODAY               TO REF-LAST-UPDATE-DATE
           REWRITE REF-RECORD
               INVALID KEY
                   ADD 1 TO WS-FREEZE-FAIL-COUNT
                   MOVE "NOT FRZN"     TO DRM-ACTION
                   DISPLAY "NUMDRM01: REWRITE FAILED, STATUS = "
                       WS-REF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-FROZEN-COUNT
                   MOVE "FROZEN"       TO DRM-ACTION
                   PERFORM 2800-WRITE-AUDIT-RECORD
           END-REWRITE.

       2800-WRITE-AUDIT-RECORD.
      *    The NUMREF01 audit line, with its own action code.
           MOVE SPACES                 TO RFA-RECORD
           MOVE "DRMFRZ"               TO RFA-ACTION
           MOVE REF-ACCT-NO            TO RFA-ACCT-NO
           MOVE WS-OLD-STATUS          TO RFA-OLD-STATUS
           MOVE REF-STATUS-CODE        TO RFA-NEW-STATUS
           MOVE REF-CUSTOMER-NAME      TO RFA-CUSTOMER-NAME
           MOVE WS-TODAY               TO RFA-ACTION-DATE
           WRITE RFA-RECORD
           IF WS-RFA-STATUS NOT = "00"
               DISPLAY "NUMDRM01: WRITE TO REFAUD FAILED, STATUS = "
                   WS-RFA-STATUS
           END-IF.

       2900-READ-REFERENCE.
           READ REFERENCE-FILE
               AT END
                   MOVE "Y" TO WS-REF-EOF-SWITCH
           END-READ.

       3100-SEARCH-ACTIVITY-TABLE.
           MOVE ZERO TO WS-AI
           MOVE 1 TO WS-LO
           MOVE WS-LST-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-AI > ZERO
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-LST-ACCT-NO (WS-MID) = WS-SEARCH-ACCT
                   MOVE WS-MID TO WS-AI
               ELSE
                   IF WS-LST-ACCT-NO (WS-MID) < WS-SEARCH-ACCT
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LO TO WS-INS.

       3150-INSERT-ACTIVITY-ENTRY.
           PERFORM VARYING WS-SI FROM WS-LST-COUNT BY -1
                   UNTIL WS-SI < WS-INS
               MOVE WS-LST-ENTRY (WS-SI) TO WS-LST-ENTRY (WS-SI + 1)
           END-PERFORM
           ADD 1 TO WS-LST-COUNT
           MOVE WS-INS         TO WS-AI
           MOVE WS-SEARCH-ACCT TO WS-LST-ACCT-NO (WS-AI)
           MOVE ZERO           TO WS-LST-DATE (WS-AI).

       3500-DATE-TO-SERIAL.
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

       8000-WRITE-SUMMARY.
           MOVE SPACES                   TO DRM-SUMMARY-LINE
           MOVE "ACCOUNTS ON ACCTREF"    TO DRM-SUM-LABEL
           MOVE WS-REF-COUNT             TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  OPEN"                 TO DRM-SUM-LABEL
           MOVE WS-OPEN-COUNT            TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  DORMANT"              TO DRM-SUM-LABEL
           MOVE WS-DORMANT-COUNT         TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "    NEVER TRADED"       TO DRM-SUM-LABEL
           MOVE WS-NEVER-TRADED-COUNT    TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "    FROZEN THIS RUN"    TO DRM-SUM-LABEL
           MOVE WS-FROZEN-COUNT          TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "    FREEZE FAILED"      TO DRM-SUM-LABEL
           MOVE WS-FREEZE-FAIL-COUNT     TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "ACTIVITY NOT TABLED (TABLE FULL)" TO DRM-SUM-LABEL
           MOVE WS-UNTABLED-COUNT        TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "DORMANCY THRESHOLD (DAYS)" TO DRM-SUM-LABEL
           MOVE WS-DORMANCY-DAYS         TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "DAYS COUNTED TO DATE"   TO DRM-SUM-LABEL
           MOVE WS-AS-OF-DATE            TO DRM-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE.

       8100-WRITE-SUMMARY-LINE.
           WRITE DRM-SUMMARY-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMDRM01: WRITE TO DRMRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO DRM-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE REFERENCE-FILE
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF
           IF FREEZE-REQUESTED
               CLOSE REF-AUDIT-FILE
           END-IF
           CLOSE DORMANCY-REPORT-FILE
           DISPLAY "NUMDRM01: OPEN ACCOUNTS CHECKED = " WS-OPEN-COUNT
           DISPLAY "NUMDRM01: DORMANT ACCOUNTS      = " WS-DORMANT-COUNT
           DISPLAY "NUMDRM01: FROZEN THIS RUN       = " WS-FROZEN-COUNT.
