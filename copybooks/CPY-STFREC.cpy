      *****************************************************************
      * CPY-STFREC
      * Machine-readable month-end statement file (STMTFILE) written
      * by NUMSTM01 for the print/mail vendor - the same statements
      * that print on STMTRPT, as fixed-width 80-byte records, plain
      * DISPLAY numerics (signed fields SIGN LEADING SEPARATE) so the
      * file is readable on any platform. STF-REC-TYPE says which
      * layout a record carries:
      *
      *   H - statement header, one per account on ACCTREF
      *   D - statement detail, one per line item in the period
      *   C - statement closing, one per account, after its details
      *   T - file trailer, the last record on the file
      *
      * Header (H)
      * Field              Picture          Offset Length Notes
      * -----------------  ---------------  ------ ------ -----------
      * STF-REC-TYPE       PIC X(1)            1      1   "H"
      * STF-ACCT-NO        PIC 9(9)            2      9
      * STF-HDR-NAME       PIC X(30)          11     30   REF name
      * STF-HDR-STATUS     PIC X(1)           41      1   O / C / F
      * STF-HDR-FROM-DATE  PIC 9(8)           42      8   prior close
      * STF-HDR-TO-DATE    PIC 9(8)           50      8   this close
      * STF-HDR-OPENING    PIC S9(9) SLS      58     10
      *
      * Detail (D)
      * STF-DTL-DATE       PIC 9(8)           11      8   see below
      * STF-DTL-SEQ-NO     PIC 9(6)           19      6   zero on a
      *                                                   correction
      * STF-DTL-CODE       PIC X(4)           25      4   see below
      * STF-DTL-AMOUNT     PIC S9(7)V99 SLS   29     10   as sent
      * STF-DTL-UNITS      PIC S9(9) SLS      39     10   as posted
      * STF-DTL-OLD-VALUE  PIC S9(9) SLS      49     10   correction
      * STF-DTL-NEW-VALUE  PIC S9(9) SLS      59     10   correction
      * STF-DTL-IN-POSITION PIC X(1)          69      1   Y / N
      * STF-DTL-PERIOD-FLAG PIC X(1)          70      1   see below
      * STF-DTL-TRAN-DATE  PIC 9(8)           71      8   see below
      *
      * Closing (C)
      * STF-CLS-ACTIVITY   PIC S9(9) SLS      11     10
      * STF-CLS-CORRECTIONS PIC S9(9) SLS     21     10   in position
      * STF-CLS-CLOSING    PIC S9(9) SLS      31     10   PERDSNAP
      * STF-CLS-TIE-FLAG   PIC X(1)           41      1   T ties,
      *                                                   X does not
      * STF-CLS-AFTER-CLOSE PIC S9(9) SLS     42     10   see below
      *
      * Trailer (T) - STF-ACCT-NO 999999999, the reserved identifier
      * STF-TRL-STMT-COUNT  PIC 9(9)          11      9   H records
      * STF-TRL-RECORD-COUNT PIC 9(9)         20      9   all records
      *                                                   before this
      * STF-TRL-HASH-TOTAL PIC S9(9) SLS      29     10   closings
      * STF-TRL-PERIOD-DATE PIC 9(8)          39      8
      *
      * A detail's STF-DTL-CODE is ORIG, REVR or ADJT for a posted
      * TRANARCH entry (dated its business date, amount as sent and
      * the whole units it posted as), or the AUDFILE reason code for
      * a correction (dated the correction date, units new minus old).
      * STF-DTL-IN-POSITION is N for a memo line - a NUMMAINT
      * correction posts as its own ADJT entry, so its AUDFILE line
      * is shown but not counted twice.
      *
      * STF-DTL-PERIOD-FLAG is P on an entry posted in this period
      * that NUMACC01 tagged as a prior-period adjustment (dated
      * inside a month already closed), and A on an entry dated
      * inside this period that posted after it closed - an A line
      * is never in position (STF-DTL-IN-POSITION N). Either way
      * STF-DTL-TRAN-DATE is the transaction's own date; both are
      * space and zero on every other detail. STF-CLS-AFTER-CLOSE
      * is the sum of the account's A lines - the closing position
      * restated is STF-CLS-CLOSING plus this figure.
      *
      * The trailer hash is the sum of the closing positions with the
      * high-order digits beyond nine dropped, the NUMIF01 extract-
      * trailer rule.
      *****************************************************************
       01  STF-HEADER-RECORD.
           05  STF-REC-TYPE            PIC X(1).
               88  STF-HEADER-REC              VALUE "H".
               88  STF-DETAIL-REC              VALUE "D".
               88  STF-CLOSING-REC             VALUE "C".
               88  STF-TRAILER-REC             VALUE "T".
           05  STF-ACCT-NO             PIC 9(9).
           05  STF-HDR-NAME            PIC X(30).
           05  STF-HDR-STATUS          PIC X(1).
           05  STF-HDR-FROM-DATE       PIC 9(8).
           05  STF-HDR-TO-DATE         PIC 9(8).
           05  STF-HDR-OPENING         PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(13).

       01  STF-DETAIL-RECORD.
           05  STF-DTL-REC-TYPE        PIC X(1).
           05  STF-DTL-ACCT-NO         PIC 9(9).
           05  STF-DTL-DATE            PIC 9(8).
           05  STF-DTL-SEQ-NO          PIC 9(6).
           05  STF-DTL-CODE            PIC X(4).
           05  STF-DTL-AMOUNT          PIC S9(7)V99 SIGN LEADING
                                       SEPARATE.
           05  STF-DTL-UNITS           PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-DTL-OLD-VALUE       PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-DTL-NEW-VALUE       PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-DTL-IN-POSITION     PIC X(1).
           05  STF-DTL-PERIOD-FLAG     PIC X(1).
           05  STF-DTL-TRAN-DATE       PIC 9(8).
           05  FILLER                  PIC X(2).

       01  STF-CLOSING-RECORD.
           05  STF-CLS-REC-TYPE        PIC X(1).
           05  STF-CLS-ACCT-NO         PIC 9(9).
           05  STF-CLS-ACTIVITY        PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-CLS-CORRECTIONS     PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-CLS-CLOSING         PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-CLS-TIE-FLAG        PIC X(1).
           05  STF-CLS-AFTER-CLOSE     PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(29).

       01  STF-TRAILER-RECORD.
           05  STF-TRL-REC-TYPE        PIC X(1).
           05  STF-TRL-ACCT-NO         PIC 9(9).
           05  STF-TRL-STMT-COUNT      PIC 9(9).
           05  STF-TRL-RECORD-COUNT    PIC 9(9).
           05  STF-TRL-HASH-TOTAL      PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  STF-TRL-PERIOD-DATE     PIC 9(8).
           05  FILLER                  PIC X(34).
