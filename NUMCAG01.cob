       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCAG01.
      *****************************************************************
      * NUMCAG01 - Pending correction aging report.
      *
      * Under dual control a NUM-NUMBER-X correction keyed through
      * NUMMAINT does nothing until a second analyst decides it in
      * NUMAPR01 - so a correction nobody gets round to, or one that
      * was declined and never re-keyed, is a customer's number that
      * is still wrong. This report reads PENDCORR (CPY-PCRREC) and
      * lists every declined correction, and every correction still
      * pending once it is older than the aging threshold, with its
      * age in days since it was keyed:
      *
      *   NUMCAG01-DAYS - aging threshold in days, default 3 (same
      *                   environment-variable style as the NUMFCT01
      *                   horizon).
      *
      * A correction NUMAPR01 declined as stale - the account had
      * moved since it was keyed - is listed as STALE rather than
      * DECLINED: it wants re-keying against the current value, not
      * a second look.
      *
      * Approved corrections, and pending ones younger than the
      * threshold, are only counted. Ages run against the wall-clock
      * date, the same clock NUMMAINT stamps PCR-ENTERED-DATE with.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCR-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "CAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY CPY-PCRREC.

       FD  AGING-REPORT-FILE.
           COPY CPY-CAGREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PCR-STATUS           PIC XX VALUE SPACES.
           05  WS-RPT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-PENDING-FILE         VALUE "Y".

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-SERIAL             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(9) COMP-3 VALUE ZERO.

      *    Aging threshold - raw environment value accepted into an X
      *    field first so an unset or mis-keyed variable falls back
      *    to the default instead of abending (the NUMFCT01 horizon
      *    precedent).
       01  WS-ENV-DAYS-AREA.
           05  WS-ENV-DAYS             PIC X(5) VALUE SPACES.
           05  FILLER REDEFINES WS-ENV-DAYS.
               10  WS-ENV-DAYS-CH      OCCURS 5 TIMES PIC X(1).
           05  WS-DIGIT-X              PIC X(1) VALUE SPACE.
           05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                       PIC 9(1).
           05  WS-DAYS-WORK            PIC 9(5) VALUE ZERO.
           05  WS-DI                   PIC 9(1) VALUE ZERO.
           05  WS-DAYS-DONE-SW         PIC X(1) VALUE "N".
               88  DAYS-SCAN-DONE              VALUE "Y".
       01  WS-AGING-DAYS               PIC 9(5) VALUE 3.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DECLINED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-STALE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AGED-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-YOUNG-COUNT          PIC 9(9) COMP-3 VALUE ZERO.

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
           PERFORM 2000-AGE-ONE-CORRECTION UNTIL END-OF-PENDING-FILE
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-SER-DATE
           PERFORM 3500-DATE-TO-SERIAL
           MOVE WS-SERIAL TO WS-TODAY-SERIAL

           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "NUMCAG01-DAYS"
           PERFORM 1100-PARSE-AGING-DAYS

           OPEN INPUT PENDING-FILE
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "NUMCAG01: NO PENDCORR ON FILE, STATUS = "
                   WS-PCR-STATUS " - NO CORRECTIONS TO AGE"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMCAG01: UNABLE TO OPEN CAGRPT, STATUS = "
                   WS-RPT-STATUS
               STOP RUN
           END-IF

           IF NOT END-OF-PENDING-FILE
               PERFORM 2900-READ-PENDING
           END-IF.

       1100-PARSE-AGING-DAYS.
      *    Leading digits of the environment value; no digits keeps
      *    the default. Zero is a legitimate threshold here - every
      *    pending correction prints.
           MOVE ZERO TO WS-DAYS-WORK
           MOVE "N"  TO WS-DAYS-DONE-SW
           PERFORM VARYING WS-DI FROM 1 BY 1
                   UNTIL WS-DI > 5
                      OR DAYS-SCAN-DONE
               IF WS-ENV-DAYS-CH (WS-DI) >= "0"
                  AND WS-ENV-DAYS-CH (WS-DI) <= "9"
                   MOVE WS-ENV-DAYS-CH (WS-DI) TO WS-DIGIT-X
                   COMPUTE WS-DAYS-WORK =
                       (WS-DAYS-WORK * 10) + WS-DIGIT-9
               ELSE
                   MOVE "Y" TO WS-DAYS-DONE-SW
               END-IF
           END-PERFORM
           IF WS-ENV-DAYS-CH (1) >= "0"
              AND WS-ENV-DAYS-CH (1) <= "9"
               MOVE WS-DAYS-WORK TO WS-AGING-DAYS
           END-IF.

       2000-AGE-ONE-CORRECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF PCR-ENTERED-DATE NUMERIC
              AND PCR-ENTERED-DATE > ZERO
               MOVE PCR-ENTERED-DATE TO WS-SER-DATE
               PERFORM 3500-DATE-TO-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL
           END-IF
           EVALUATE TRUE
               WHEN PCR-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN PCR-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
                   IF PCR-DECLINED-STALE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
                   PERFORM 2100-WRITE-DETAIL-LINE
               WHEN OTHER
                   IF WS-AGE-DAYS >= WS-AGING-DAYS
                       ADD 1 TO WS-AGED-COUNT
                       PERFORM 2100-WRITE-DETAIL-LINE
                   ELSE
                       ADD 1 TO WS-YOUNG-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2900-READ-PENDING.

       2100-WRITE-DETAIL-LINE.
           MOVE SPACES                 TO CAG-REPORT-LINE
           IF PCR-DECLINED
               IF PCR-DECLINED-STALE
                   MOVE "STALE"        TO CAG-STATUS-LABEL
               ELSE
                   MOVE "DECLINED"     TO CAG-STATUS-LABEL
               END-IF
               MOVE PCR-DECIDED-BY     TO CAG-DECIDED-BY
           ELSE
               MOVE "PENDING"          TO CAG-STATUS-LABEL
           END-IF
           MOVE PCR-CORRECTION-ID      TO CAG-CORRECTION-ID
           MOVE PCR-ACCT-NO            TO CAG-ACCT-NO
           MOVE PCR-OLD-VALUE          TO CAG-OLD-VALUE
           MOVE PCR-NEW-VALUE          TO CAG-NEW-VALUE
           MOVE PCR-REASON-CODE        TO CAG-REASON-CODE
           MOVE PCR-ENTERED-BY         TO CAG-ENTERED-BY
           MOVE PCR-ENTERED-DATE       TO CAG-ENTERED-DATE
           MOVE WS-AGE-DAYS            TO CAG-AGE-DAYS
           WRITE CAG-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMCAG01: WRITE TO CAGRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF.

       2900-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

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
           MOVE SPACES                   TO CAG-SUMMARY-LINE
           MOVE "CORRECTIONS ON PENDCORR" TO CAG-SUM-LABEL
           MOVE WS-READ-COUNT            TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  APPROVED"             TO CAG-SUM-LABEL
           MOVE WS-APPROVED-COUNT        TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  DECLINED"             TO CAG-SUM-LABEL
           MOVE WS-DECLINED-COUNT        TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "    STALE - RE-KEY AGAINST CURRENT" TO CAG-SUM-LABEL
           MOVE WS-STALE-COUNT           TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  PENDING PAST AGING THRESHOLD" TO CAG-SUM-LABEL
           MOVE WS-AGED-COUNT            TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "  PENDING WITHIN THRESHOLD" TO CAG-SUM-LABEL
           MOVE WS-YOUNG-COUNT           TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE "AGING THRESHOLD (DAYS)" TO CAG-SUM-LABEL
           MOVE WS-AGING-DAYS            TO CAG-SUM-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE.

       8100-WRITE-SUMMARY-LINE.
           WRITE CAG-SUMMARY-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NUMCAG01: WRITE TO CAGRPT FAILED, STATUS = "
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO CAG-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE PENDING-FILE
           CLOSE AGING-REPORT-FILE
           DISPLAY "NUMCAG01: CORRECTIONS READ     = " WS-READ-COUNT
           DISPLAY "NUMCAG01: DECLINED             = " WS-DECLINED-COUNT
           DISPLAY "NUMCAG01: DECLINED AS STALE    = " WS-STALE-COUNT
           DISPLAY "NUMCAG01: PENDING PAST " WS-AGING-DAYS " DAYS = "
               WS-AGED-COUNT.
