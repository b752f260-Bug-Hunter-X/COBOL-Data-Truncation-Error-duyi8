      *****************************************************************
      * CPY-GLJREC
      * Daily general-ledger journal (GLJRNL) written by NUMGL01 for
      * finance to load - 80-byte records, plain DISPLAY numerics
      * (signed fields SIGN LEADING SEPARATE) so the file is readable
      * on any platform. GLJ-REC-TYPE says which layout a record
      * carries:
      *
      *   H - journal header, the first record on the file
      *   D - journal line, one debit or one credit
      *   T - journal trailer, the last record on the file
      *
      * Header (H)
      * Field              Picture          Offset Length Notes
      * -----------------  ---------------  ------ ------ -----------
      * GLJ-REC-TYPE       PIC X(1)            1      1   "H"
      * GLJ-HDR-BUSINESS-DATE PIC 9(8)         2      8   TOTFILE
      * GLJ-HDR-CREATED-DATE PIC 9(8)         10      8   wall clock
      * GLJ-HDR-SOURCE     PIC X(8)           18      8   "NUMGL01"
      * GLJ-HDR-CYCLE-NO   PIC 9(2)           26      2   TOTFILE
      *
      * Line (D)
      * GLJ-DTL-LINE-NO    PIC 9(6)            2      6
      * GLJ-DTL-GL-ACCOUNT PIC X(10)           8     10   GLMAP
      * GLJ-DTL-SIDE       PIC X(2)           18      2   DR / CR
      * GLJ-DTL-AMOUNT     PIC 9(11)          20     11   unsigned
      * GLJ-DTL-MOVEMENT   PIC X(4)           31      4   GLMAP code
      * GLJ-DTL-MOVEMENT-NET PIC S9(11) SLS   35     12   see below
      * GLJ-DTL-ENTRY-COUNT PIC 9(9)          47      9   source recs
      * GLJ-DTL-BUSINESS-DATE PIC 9(8)        56      8
      * GLJ-DTL-CYCLE-NO   PIC 9(2)           64      2
      *
      * Trailer (T)
      * GLJ-TRL-DEBIT-TOTAL  PIC 9(13)         2     13
      * GLJ-TRL-CREDIT-TOTAL PIC 9(13)        15     13
      * GLJ-TRL-RECORD-COUNT PIC 9(9)         28      9   D records
      * GLJ-TRL-BUSINESS-DATE PIC 9(8)        37      8
      * GLJ-TRL-CYCLE-NO   PIC 9(2)           45      2
      *
      * A business date posted in several intraday cycles gets one
      * journal per cycle, each carrying only that cycle's posted
      * activity and naming its cycle on every record.
      *
      * Amounts are whole units as posted - the figures NUM-NUMBER-X
      * and TOTFILE carry. Each movement with activity journals as a
      * DR/CR pair for the same amount; GLJ-DTL-MOVEMENT-NET repeats
      * the movement's signed net on both lines of its pair, so a
      * reader re-summing the DR lines' nets gets the day's net
      * movement (NUMREC01 ties ORIG + REVR + ADJT to TOTFILE). The
      * trailer totals the two sides exactly as the NUMIF01 extract
      * trailer totals its details; they are always equal, NUMGL01
      * refuses to write a journal where they are not.
      *****************************************************************
       01  GLJ-HEADER-RECORD.
           05  GLJ-REC-TYPE            PIC X(1).
               88  GLJ-HEADER-REC              VALUE "H".
               88  GLJ-DETAIL-REC              VALUE "D".
               88  GLJ-TRAILER-REC             VALUE "T".
           05  GLJ-HDR-BUSINESS-DATE   PIC 9(8).
           05  GLJ-HDR-CREATED-DATE    PIC 9(8).
           05  GLJ-HDR-SOURCE          PIC X(8).
           05  GLJ-HDR-CYCLE-NO        PIC 9(2).
           05  FILLER                  PIC X(53).

       01  GLJ-DETAIL-RECORD.
           05  GLJ-DTL-REC-TYPE        PIC X(1).
           05  GLJ-DTL-LINE-NO         PIC 9(6).
           05  GLJ-DTL-GL-ACCOUNT      PIC X(10).
           05  GLJ-DTL-SIDE            PIC X(2).
               88  GLJ-DTL-DEBIT               VALUE "DR".
               88  GLJ-DTL-CREDIT              VALUE "CR".
           05  GLJ-DTL-AMOUNT          PIC 9(11).
           05  GLJ-DTL-MOVEMENT        PIC X(4).
           05  GLJ-DTL-MOVEMENT-NET    PIC S9(11) SIGN LEADING
                                       SEPARATE.
           05  GLJ-DTL-ENTRY-COUNT     PIC 9(9).
           05  GLJ-DTL-BUSINESS-DATE   PIC 9(8).
           05  GLJ-DTL-CYCLE-NO        PIC 9(2).
           05  FILLER                  PIC X(15).

       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-REC-TYPE        PIC X(1).
           05  GLJ-TRL-DEBIT-TOTAL     PIC 9(13).
           05  GLJ-TRL-CREDIT-TOTAL    PIC 9(13).
           05  GLJ-TRL-RECORD-COUNT    PIC 9(9).
           05  GLJ-TRL-BUSINESS-DATE   PIC 9(8).
           05  GLJ-TRL-CYCLE-NO        PIC 9(2).
           05  FILLER                  PIC X(34).
