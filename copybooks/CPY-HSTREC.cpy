      * the computed total moved over a period, and an auditor can be
      * shown how a given day's WS-NUMBER-X was reached. Consumed by
      * the NUMTRN01 period trend report.
      *
      * One record per posting cycle. A date posted in several
      * intraday cycles has several records, in cycle order: each
      * carries the date's opening control, the computed total after
      * that cycle, that cycle's own counts, and as HST-NET-ACTIVITY
      * that cycle's share of the date's net activity - so the
      * cycles of a date sum to the date's total and the last one
      * holds the date's closing computed figure. HST-CYCLE-OPENING
      * is the computed total the cycle started from (zero on a
      * date's first cycle). NUMACC01 rebuilds the per-cycle and
      * date-total lines of SUMRPT from here; NUMCLS01's
      * period-closing entry carries cycle zero.
      *
      * HST-ENTRY-TYPE says what wrote the entry - a posting cycle
      * (space), NUMCLS01's period close (C), or NUMBKO01 backing a
      * posted business date out (B). A backout entry carries the
      * date it undid, cycle zero, the date's closing computed total
      * as its control, the total left after the backout as its
      * computed figure and the reversal as negative net activity -
      * the same shape as a closing entry - so the history shows
      * the date posted, undone and (once corrected) posted again.
      * The posting cycles ahead of a backout entry no longer count
      * towards their date.
      *
      * HST-CYCLE-NO through HST-ENTRY-TYPE lengthened the record; a
      * history written in the shorter layout is converted once by
      * NUMCNV01 (cycle, opening and reprocessing counts zero, entry
      * type C for a period close - no transactions and a zero
      * computed total - and space for a posting) before anything
      * reads it here. A converted posting's zero cycle reads as 01.
      *****************************************************************
       01  HST-RECORD.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-TRAN-COUNT          PIC 9(9) COMP-3.
           05  HST-REJECT-COUNT        PIC 9(9) COMP-3.
           05  HST-NET-ACTIVITY        PIC S9(9) COMP-3.
           05  HST-CYCLE-NO            PIC 9(2).
           05  HST-CYCLE-OPENING       PIC S9(9) COMP-3.
           05  HST-REPRO-POSTED        PIC 9(9) COMP-3.
           05  HST-REPRO-REJECTED      PIC 9(9) COMP-3.
           05  HST-ENTRY-TYPE          PIC X(1).
               88  HST-POSTING-ENTRY           VALUE SPACE.
               88  HST-CLOSING-ENTRY           VALUE "C".
               88  HST-BACKOUT-ENTRY           VALUE "B".
