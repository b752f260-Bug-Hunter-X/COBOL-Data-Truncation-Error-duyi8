       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCNV01.
      *****************************************************************
      * NUMCNV01 - One-off conversion of the permanent control and
      *            history files to their widened record layouts.
      *
      * Intraday posting cycles, business-date backout, prior-period
      * tagging and chain restart each added fields to the end of a
      * fixed-length record on a file that outlives every run:
      *
      *   TRANARCH  CPY-TARREC  53 -> 56 bytes  TAR-CYCLE-NO,
      *                                         TAR-PRIOR-PERIOD-FLAG
      *   TOTHIST   CPY-HSTREC  33 -> 51 bytes  HST-CYCLE-NO,
      *                                         HST-CYCLE-OPENING,
      *                                         HST-REPRO-POSTED,
      *                                         HST-REPRO-REJECTED,
      *                                         HST-ENTRY-TYPE
      *   RUNCTL    CPY-RUNREC  17 -> 21 bytes  RUN-LAST-POSTED-CYCLE,
      *                                         RUN-CYCLE-NO
      *   CTLFILE   CPY-CTLREC   5 -> 20 bytes  CTL-POSTED-DATE,
      *                                         CTL-POSTED-CYCLE,
      *                                         CTL-OPENING-CONTROL
      *   TOTFILE   CPY-TOTREC  18 -> 25 bytes  TOT-CYCLE-NO,
      *                                         TOT-CYCLE-OPENING
      *   CHNCTL    CPY-CHNREC  50 -> 66 bytes  CHN-CHAIN-START
      *   GLCTL     CPY-GLCREC  25 -> 27 bytes  GLC-LAST-JOURNAL-CYCLE
      *
      * None of the old layouts had FILLER to carve the fields from,
      * so a file written before the change must be rewritten once
      * before any program built on the new copybooks reads it. This
      * program reads each file in its old layout (described here,
      * not in the copybooks, which carry only the current layout)
      * and writes a converted copy under a new name, every added
      * field set to the value that means "no such information":
      *
      *   - cycle numbers and cycle openings zero - every reader
      *     already takes a zero cycle as cycle 01 and a zero
      *     opening as no earlier cycle of the date
      *   - CTL-POSTED-DATE zero - no cycle of any date to continue
      *   - HST-REPRO-* zero; HST-ENTRY-TYPE C for NUMCLS01's
      *     period-close entry (the one entry with no transactions
      *     and a zero computed total), blank (a posting) for the
      *     rest - backouts did not exist before the change
      *   - TAR-PRIOR-PERIOD-FLAG N - no period had been closed
      *   - CHN-CHAIN-START zero - NUMCHN01 takes the first step's
      *     start for a chain at rest with no start stamp
      *
      * Run sequence, once, at the cutover and with the nightly chain
      * at rest (no CHNCTL step started, RUNCTL not in progress):
      *
      *   1. back up the seven files
      *   2. run NUMCNV01 - the converted copies are written as
      *      TRARCNEW, TOTHSNEW, RUNCTNEW, CTLFLNEW, TOTFLNEW,
      *      CHNCTNEW and GLCTLNEW; the originals are only read
      *   3. if NUMCNV01 ends with return code zero, replace each
      *      original with its converted copy; otherwise restore
      *      nothing and investigate the file it reported
      *   4. install the programs built on the new copybooks
      *
      * A file that is not there (CHNCTL before the chain driver was
      * first run, say) is reported and skipped. A file that does not
      * divide into whole old-layout records, whose records fail the
      * old layout's field checks, or - for the one-record files
      * RUNCTL, CTLFILE, TOTFILE and GLCTL - that reads as more than one
      * record, is almost certainly converted already - it is
      * reported, its copy is not to be used, and the run ends with
      * return code 8. Running the program twice over
      * the same originals is harmless; running it over converted
      * files is refused the same way.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO "TRARCNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "TOTHSNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-RUN-CONTROL-FILE ASSIGN TO "RUNCTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CONTROL-FILE ASSIGN TO "CTLFLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-TOTALS-FILE ASSIGN TO "TOTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-TOTALS-FILE ASSIGN TO "TOTFLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CHAIN-CONTROL-FILE ASSIGN TO "CHNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CHAIN-CONTROL-FILE ASSIGN TO "CHNCTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-GL-CONTROL-FILE ASSIGN TO "GLCTLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The old layouts - each is the current copybook's record up
      *    to the first field the change added.
       FD  OLD-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  OTA-RECORD.
           05  OTA-TRAN-DETAIL         PIC X(44).
           05  OTA-BUSINESS-DATE       PIC 9(8).
           05  OTA-DISPOSITION         PIC X(1).
               88  OTA-DISPOSITION-VALID       VALUE "P" "R" "B".

       FD  NEW-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY CPY-TARREC.

       FD  OLD-HISTORY-FILE
           RECORDING MODE IS F.
       01  OHS-RECORD.
           05  OHS-RUN-DATE            PIC 9(8).
           05  OHS-CONTROL-NUMBER      PIC S9(9) COMP-3.
           05  OHS-COMPUTED-NUMBER     PIC S9(9) COMP-3.
           05  OHS-TRAN-COUNT          PIC 9(9) COMP-3.
           05  OHS-REJECT-COUNT        PIC 9(9) COMP-3.
           05  OHS-NET-ACTIVITY        PIC S9(9) COMP-3.

       FD  NEW-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CPY-HSTREC.

       FD  OLD-RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  ORN-RECORD.
           05  ORN-LAST-POSTED-DATE    PIC 9(8).
           05  ORN-BUSINESS-DATE       PIC 9(8).
           05  ORN-IN-PROGRESS-FLAG    PIC X(1).
               88  ORN-FLAG-VALID              VALUE "Y" "N".

       FD  NEW-RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-RUNREC.

       FD  OLD-CONTROL-FILE
           RECORDING MODE IS F.
       01  OCT-RECORD.
           05  OCT-CONTROL-TOTAL       PIC S9(9) COMP-3.

       FD  NEW-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CTLREC.

       FD  OLD-TOTALS-FILE
           RECORDING MODE IS F.
       01  OTT-RECORD.
           05  OTT-CONTROL-NUMBER      PIC S9(9) COMP-3.
           05  OTT-COMPUTED-NUMBER     PIC S9(9) COMP-3.
           05  OTT-RUN-DATE            PIC 9(8).

       FD  NEW-TOTALS-FILE
           RECORDING MODE IS F.
           COPY CPY-TOTREC.

       FD  OLD-CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
       01  OCH-RECORD.
           05  OCH-STEP-NO             PIC 9(1).
           05  OCH-PROGRAM             PIC X(8).
           05  OCH-STATUS              PIC X(1).
               88  OCH-STATUS-VALID            VALUE "P" "S" "C".
           05  OCH-START-STAMP         PIC 9(16).
           05  OCH-END-STAMP           PIC 9(16).
           05  OCH-CHAIN-DATE          PIC 9(8).

       FD  NEW-CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-CHNREC.

       FD  OLD-GL-CONTROL-FILE
           RECORDING MODE IS F.
       01  OGC-RECORD.
           05  OGC-LAST-JOURNAL-DATE   PIC 9(8).
           05  OGC-AUD-RECORDS         PIC 9(9).
           05  OGC-JOURNAL-STAMP       PIC 9(8).

       FD  NEW-GL-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CPY-GLCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OLD-STATUS           PIC XX VALUE SPACES.
           05  WS-NEW-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OLD-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-OLD-FILE             VALUE "Y".
           05  WS-FILE-OK-SWITCH       PIC X VALUE "Y".
               88  FILE-CONVERTED-OK           VALUE "Y".

      *    The file being converted, for the operator messages.
       01  WS-OLD-NAME                 PIC X(8) VALUE SPACES.
       01  WS-NEW-NAME                 PIC X(8) VALUE SPACES.
       01  WS-RECORD-COUNT             PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-CONVERT-RC               PIC 9(1) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-FILES-CONVERTED      PIC 9(1) VALUE ZERO.
           05  WS-FILES-MISSING        PIC 9(1) VALUE ZERO.
           05  WS-FILES-REFUSED        PIC 9(1) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-CONVERT-ARCHIVE
           PERFORM 2000-CONVERT-HISTORY
           PERFORM 3000-CONVERT-RUN-CONTROL
           PERFORM 4000-CONVERT-CONTROL-TOTAL
           PERFORM 5000-CONVERT-TOTALS
           PERFORM 6000-CONVERT-CHAIN-CONTROL
           PERFORM 7000-CONVERT-JOURNAL-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      * TRANARCH - the archive is read and written one record at a
      * time; it is never held in storage.
      *****************************************************************
       1000-CONVERT-ARCHIVE.
           MOVE "TRANARCH" TO WS-OLD-NAME
           MOVE "TRARCNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 1900-READ-OLD-ARCHIVE
                   PERFORM 1100-CONVERT-ONE-ARCHIVE
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-ARCHIVE-FILE
               END-IF
               CLOSE OLD-ARCHIVE-FILE
               PERFORM 8300-END-FILE
           END-IF.

       1100-CONVERT-ONE-ARCHIVE.
           IF OTA-BUSINESS-DATE NOT NUMERIC
              OR NOT OTA-DISPOSITION-VALID
               PERFORM 8400-REFUSE-RECORD
           ELSE
               MOVE OTA-TRAN-DETAIL    TO TAR-TRAN-DETAIL
               MOVE OTA-BUSINESS-DATE  TO TAR-BUSINESS-DATE
               MOVE OTA-DISPOSITION    TO TAR-DISPOSITION
               MOVE ZERO               TO TAR-CYCLE-NO
               MOVE "N"                TO TAR-PRIOR-PERIOD-FLAG
               WRITE TAR-RECORD
               PERFORM 8500-CHECK-NEW-WRITE
               PERFORM 1900-READ-OLD-ARCHIVE
           END-IF.

       1900-READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * TOTHIST
      *****************************************************************
       2000-CONVERT-HISTORY.
           MOVE "TOTHIST " TO WS-OLD-NAME
           MOVE "TOTHSNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-HISTORY-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 2900-READ-OLD-HISTORY
                   PERFORM 2100-CONVERT-ONE-HISTORY
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-HISTORY-FILE
               END-IF
               CLOSE OLD-HISTORY-FILE
               PERFORM 8300-END-FILE
           END-IF.

       2100-CONVERT-ONE-HISTORY.
           IF OHS-RUN-DATE NOT NUMERIC
              OR OHS-CONTROL-NUMBER NOT NUMERIC
              OR OHS-NET-ACTIVITY NOT NUMERIC
               PERFORM 8400-REFUSE-RECORD
           ELSE
               MOVE OHS-RUN-DATE        TO HST-RUN-DATE
               MOVE OHS-CONTROL-NUMBER  TO HST-CONTROL-NUMBER
               MOVE OHS-COMPUTED-NUMBER TO HST-COMPUTED-NUMBER
               MOVE OHS-TRAN-COUNT      TO HST-TRAN-COUNT
               MOVE OHS-REJECT-COUNT    TO HST-REJECT-COUNT
               MOVE OHS-NET-ACTIVITY    TO HST-NET-ACTIVITY
               MOVE ZERO                TO HST-CYCLE-NO
               MOVE ZERO                TO HST-CYCLE-OPENING
               MOVE ZERO                TO HST-REPRO-POSTED
               MOVE ZERO                TO HST-REPRO-REJECTED
               IF OHS-TRAN-COUNT = ZERO
                  AND OHS-COMPUTED-NUMBER = ZERO
                   MOVE "C"             TO HST-ENTRY-TYPE
               ELSE
                   MOVE SPACE           TO HST-ENTRY-TYPE
               END-IF
               WRITE HST-RECORD
               PERFORM 8500-CHECK-NEW-WRITE
               PERFORM 2900-READ-OLD-HISTORY
           END-IF.

       2900-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * RUNCTL
      *****************************************************************
       3000-CONVERT-RUN-CONTROL.
           MOVE "RUNCTL  " TO WS-OLD-NAME
           MOVE "RUNCTNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-RUN-CONTROL-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-RUN-CONTROL-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 3900-READ-OLD-RUN-CONTROL
                   PERFORM 3100-CONVERT-ONE-RUN-CONTROL
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-RUN-CONTROL-FILE
               END-IF
               CLOSE OLD-RUN-CONTROL-FILE
               PERFORM 8300-END-FILE
           END-IF.

       3100-CONVERT-ONE-RUN-CONTROL.
           IF WS-RECORD-COUNT > 1
               PERFORM 8700-REFUSE-EXTRA-RECORD
           ELSE
               IF ORN-LAST-POSTED-DATE NOT NUMERIC
                  OR ORN-BUSINESS-DATE NOT NUMERIC
                  OR NOT ORN-FLAG-VALID
                   PERFORM 8400-REFUSE-RECORD
               ELSE
                   IF ORN-IN-PROGRESS-FLAG = "Y"
                       DISPLAY "NUMCNV01: RUNCTL SHOWS THE RUN FOR "
                           ORN-BUSINESS-DATE " IN PROGRESS - CONVERTED "
                           "AS IS, RECOVER IT BEFORE THE NEXT CHAIN"
                   END-IF
                   MOVE ORN-LAST-POSTED-DATE TO RUN-LAST-POSTED-DATE
                   MOVE ORN-BUSINESS-DATE    TO RUN-BUSINESS-DATE
                   MOVE ORN-IN-PROGRESS-FLAG TO RUN-IN-PROGRESS-FLAG
                   MOVE ZERO                 TO RUN-LAST-POSTED-CYCLE
                   MOVE ZERO                 TO RUN-CYCLE-NO
                   WRITE RUN-CONTROL-RECORD
                   PERFORM 8500-CHECK-NEW-WRITE
                   PERFORM 3900-READ-OLD-RUN-CONTROL
               END-IF
           END-IF.

       3900-READ-OLD-RUN-CONTROL.
           READ OLD-RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * CTLFILE
      *****************************************************************
       4000-CONVERT-CONTROL-TOTAL.
           MOVE "CTLFILE " TO WS-OLD-NAME
           MOVE "CTLFLNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-CONTROL-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-CONTROL-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 4900-READ-OLD-CONTROL
                   PERFORM 4100-CONVERT-ONE-CONTROL
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-CONTROL-FILE
               END-IF
               CLOSE OLD-CONTROL-FILE
               PERFORM 8300-END-FILE
           END-IF.

       4100-CONVERT-ONE-CONTROL.
           IF WS-RECORD-COUNT > 1
               PERFORM 8700-REFUSE-EXTRA-RECORD
           ELSE
               IF OCT-CONTROL-TOTAL NOT NUMERIC
                   PERFORM 8400-REFUSE-RECORD
               ELSE
                   MOVE OCT-CONTROL-TOTAL  TO CTL-CONTROL-TOTAL
                   MOVE ZERO               TO CTL-POSTED-DATE
                   MOVE ZERO               TO CTL-POSTED-CYCLE
                   MOVE ZERO               TO CTL-OPENING-CONTROL
                   WRITE CTL-RECORD
                   PERFORM 8500-CHECK-NEW-WRITE
                   PERFORM 4900-READ-OLD-CONTROL
               END-IF
           END-IF.

       4900-READ-OLD-CONTROL.
           READ OLD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * TOTFILE
      *****************************************************************
       5000-CONVERT-TOTALS.
           MOVE "TOTFILE " TO WS-OLD-NAME
           MOVE "TOTFLNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-TOTALS-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-TOTALS-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 5900-READ-OLD-TOTALS
                   PERFORM 5100-CONVERT-ONE-TOTALS
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-TOTALS-FILE
               END-IF
               CLOSE OLD-TOTALS-FILE
               PERFORM 8300-END-FILE
           END-IF.

       5100-CONVERT-ONE-TOTALS.
           IF WS-RECORD-COUNT > 1
               PERFORM 8700-REFUSE-EXTRA-RECORD
           ELSE
               IF OTT-CONTROL-NUMBER NOT NUMERIC
                  OR OTT-COMPUTED-NUMBER NOT NUMERIC
                  OR OTT-RUN-DATE NOT NUMERIC
                   PERFORM 8400-REFUSE-RECORD
               ELSE
                   MOVE OTT-CONTROL-NUMBER  TO TOT-CONTROL-NUMBER
                   MOVE OTT-COMPUTED-NUMBER TO TOT-COMPUTED-NUMBER
                   MOVE OTT-RUN-DATE        TO TOT-RUN-DATE
                   MOVE ZERO                TO TOT-CYCLE-NO
                   MOVE ZERO                TO TOT-CYCLE-OPENING
                   WRITE TOT-RECORD
                   PERFORM 8500-CHECK-NEW-WRITE
                   PERFORM 5900-READ-OLD-TOTALS
               END-IF
           END-IF.

       5900-READ-OLD-TOTALS.
           READ OLD-TOTALS-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * CHNCTL
      *****************************************************************
       6000-CONVERT-CHAIN-CONTROL.
           MOVE "CHNCTL  " TO WS-OLD-NAME
           MOVE "CHNCTNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-CHAIN-CONTROL-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-CHAIN-CONTROL-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 6900-READ-OLD-CHAIN-CONTROL
                   PERFORM 6100-CONVERT-ONE-CHAIN-STEP
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-CHAIN-CONTROL-FILE
               END-IF
               CLOSE OLD-CHAIN-CONTROL-FILE
               PERFORM 8300-END-FILE
           END-IF.

       6100-CONVERT-ONE-CHAIN-STEP.
           IF OCH-STEP-NO NOT NUMERIC
              OR NOT OCH-STATUS-VALID
              OR OCH-START-STAMP NOT NUMERIC
              OR OCH-END-STAMP NOT NUMERIC
              OR OCH-CHAIN-DATE NOT NUMERIC
               PERFORM 8400-REFUSE-RECORD
           ELSE
               MOVE OCH-STEP-NO        TO CHN-STEP-NO
               MOVE OCH-PROGRAM        TO CHN-PROGRAM
               MOVE OCH-STATUS         TO CHN-STATUS
               MOVE OCH-START-STAMP    TO CHN-START-STAMP
               MOVE OCH-END-STAMP      TO CHN-END-STAMP
               MOVE OCH-CHAIN-DATE     TO CHN-CHAIN-DATE
               MOVE ZERO               TO CHN-CHAIN-START
               WRITE CHN-RECORD
               PERFORM 8500-CHECK-NEW-WRITE
               PERFORM 6900-READ-OLD-CHAIN-CONTROL
           END-IF.

       6900-READ-OLD-CHAIN-CONTROL.
           READ OLD-CHAIN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * GLCTL
      *****************************************************************
       7000-CONVERT-JOURNAL-CONTROL.
           MOVE "GLCTL   " TO WS-OLD-NAME
           MOVE "GLCTLNEW" TO WS-NEW-NAME
           PERFORM 8000-START-FILE
           OPEN INPUT OLD-GL-CONTROL-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM 8100-NOTE-MISSING-FILE
           ELSE
               OPEN OUTPUT NEW-GL-CONTROL-FILE
               PERFORM 8200-CHECK-NEW-OPEN
               IF FILE-CONVERTED-OK
                   PERFORM 7900-READ-OLD-GL-CONTROL
                   PERFORM 7100-CONVERT-ONE-GL-CONTROL
                       UNTIL END-OF-OLD-FILE
                   CLOSE NEW-GL-CONTROL-FILE
               END-IF
               CLOSE OLD-GL-CONTROL-FILE
               PERFORM 8300-END-FILE
           END-IF.

       7100-CONVERT-ONE-GL-CONTROL.
           IF WS-RECORD-COUNT > 1
               PERFORM 8700-REFUSE-EXTRA-RECORD
           ELSE
               IF OGC-LAST-JOURNAL-DATE NOT NUMERIC
                  OR OGC-AUD-RECORDS NOT NUMERIC
                  OR OGC-JOURNAL-STAMP NOT NUMERIC
                   PERFORM 8400-REFUSE-RECORD
               ELSE
                   MOVE OGC-LAST-JOURNAL-DATE TO GLC-LAST-JOURNAL-DATE
                   MOVE OGC-AUD-RECORDS       TO GLC-AUD-RECORDS
                   MOVE OGC-JOURNAL-STAMP     TO GLC-JOURNAL-STAMP
                   MOVE ZERO                  TO GLC-LAST-JOURNAL-CYCLE
                   WRITE GLC-RECORD
                   PERFORM 8500-CHECK-NEW-WRITE
                   PERFORM 7900-READ-OLD-GL-CONTROL
               END-IF
           END-IF.

       7900-READ-OLD-GL-CONTROL.
           READ OLD-GL-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           PERFORM 8600-CHECK-OLD-READ.

      *****************************************************************
      * Shared per-file bookkeeping.
      *****************************************************************
       8000-START-FILE.
           MOVE "N"  TO WS-OLD-EOF-SWITCH
           MOVE "Y"  TO WS-FILE-OK-SWITCH
           MOVE ZERO TO WS-RECORD-COUNT.

       8100-NOTE-MISSING-FILE.
           DISPLAY "NUMCNV01: NO " WS-OLD-NAME " FOUND, STATUS = "
               WS-OLD-STATUS " - NOTHING TO CONVERT"
           ADD 1 TO WS-FILES-MISSING.

       8200-CHECK-NEW-OPEN.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "NUMCNV01: UNABLE TO OPEN " WS-NEW-NAME
                   ", STATUS = " WS-NEW-STATUS " - " WS-OLD-NAME
                   " NOT CONVERTED"
               MOVE "N" TO WS-FILE-OK-SWITCH
           END-IF.

       8300-END-FILE.
           IF FILE-CONVERTED-OK
               ADD 1 TO WS-FILES-CONVERTED
               DISPLAY "NUMCNV01: " WS-OLD-NAME " CONVERTED TO "
                   WS-NEW-NAME ", RECORDS = " WS-RECORD-COUNT
           ELSE
               ADD 1 TO WS-FILES-REFUSED
               MOVE 8 TO WS-CONVERT-RC
               DISPLAY "NUMCNV01: " WS-OLD-NAME " NOT CONVERTED - "
                   "DO NOT USE " WS-NEW-NAME
           END-IF.

       8400-REFUSE-RECORD.
      *    A record that fails the old layout's checks stops the file
      *    - the copy written so far is not to be used.
           DISPLAY "NUMCNV01: " WS-OLD-NAME " RECORD "
               WS-RECORD-COUNT " IS NOT IN THE OLD LAYOUT - FILE "
               "ALREADY CONVERTED?"
           MOVE "N" TO WS-FILE-OK-SWITCH
           MOVE "Y" TO WS-OLD-EOF-SWITCH.

       8500-CHECK-NEW-WRITE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "NUMCNV01: WRITE TO " WS-NEW-NAME
                   " FAILED, STATUS = " WS-NEW-STATUS
               MOVE "N" TO WS-FILE-OK-SWITCH
               MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-IF.

       8600-CHECK-OLD-READ.
      *    Anything but a clean read or a clean end - a short last
      *    record above all, which is what a file in the new, longer
      *    layout leaves behind - means the file is not in the old
      *    layout.
           IF NOT END-OF-OLD-FILE
               IF WS-OLD-STATUS = "00"
                   ADD 1 TO WS-RECORD-COUNT
               ELSE
                   DISPLAY "NUMCNV01: READ OF " WS-OLD-NAME
                       " FAILED, STATUS = " WS-OLD-STATUS
                       " - FILE ALREADY CONVERTED?"
                   MOVE "N" TO WS-FILE-OK-SWITCH
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
               END-IF
           END-IF.

       8700-REFUSE-EXTRA-RECORD.
      *    RUNCTL, CTLFILE, TOTFILE and GLCTL each hold one record. A
      *    second one can only be the tail of a longer, converted
      *    record.
           DISPLAY "NUMCNV01: " WS-OLD-NAME " HOLDS MORE THAN ONE "
               "OLD-LAYOUT RECORD - FILE ALREADY CONVERTED?"
           MOVE "N" TO WS-FILE-OK-SWITCH
           MOVE "Y" TO WS-OLD-EOF-SWITCH.

       9000-TERMINATE.
           DISPLAY "NUMCNV01: FILES CONVERTED     = " WS-FILES-CONVERTED
           DISPLAY "NUMCNV01: FILES NOT FOUND     = " WS-FILES-MISSING
           DISPLAY "NUMCNV01: FILES NOT CONVERTED = " WS-FILES-REFUSED
           IF WS-CONVERT-RC > ZERO
               DISPLAY "NUMCNV01: CONVERSION INCOMPLETE - REPLACE NO "
                   "FILE UNTIL EVERY ONE REPORTED IS RESOLVED"
           END-IF
           MOVE WS-CONVERT-RC TO RETURN-CODE.
