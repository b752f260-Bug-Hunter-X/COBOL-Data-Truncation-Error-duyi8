      * CPY-CTLREC
      * Prior-run control total, carried forward into WS-NUMBER at the
      * start of the next accumulation run.
      *
      * A business date may post in several intraday cycles. The
      * record therefore also says which date and cycle wrote it and
      * what control total that date opened with: the next cycle of
      * the same date picks CTL-CONTROL-TOTAL up as its starting
      * computed total (it posts on top of the earlier cycles) and
      * keeps CTL-OPENING-CONTROL as the date's control, while a new
      * business date takes CTL-CONTROL-TOTAL as its control exactly
      * as before. NUMCLS01 writes the record with a zero date, so
      * the period boundary always opens fresh.
      *
      * CTL-POSTED-DATE     - business date of the run that wrote it.
      * CTL-POSTED-CYCLE    - that run's posting cycle.
      * CTL-OPENING-CONTROL - control total the date opened with.
      *
      * The three fields above lengthened the record; a CTLFILE
      * written in the shorter layout is converted once by NUMCNV01
      * (all three zero - a new business date) before anything reads
      * it here.
      *****************************************************************
       01  CTL-RECORD.
           05  CTL-CONTROL-TOTAL       PIC S9(9) COMP-3.
           05  CTL-POSTED-DATE         PIC 9(8).
           05  CTL-POSTED-CYCLE        PIC 9(2).
           05  CTL-OPENING-CONTROL     PIC S9(9) COMP-3.
