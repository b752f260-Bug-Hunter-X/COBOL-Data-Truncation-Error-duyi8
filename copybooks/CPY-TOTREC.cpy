      * carried in and the computed total accumulated during the run.
      * Consumed by NUMBAL01 for the end-of-job balancing report and
      * becomes the next run's CTL-RECORD.
      *
      * When a business date posts in more than one intraday cycle
      * the record describes the date so far: TOT-CONTROL-NUMBER is
      * the control the date opened with and TOT-COMPUTED-NUMBER the
      * computed total after this cycle, so the balancing report
      * always signs off the whole date. TOT-CYCLE-OPENING is the
      * computed total this cycle started from (zero on a date's
      * first cycle) - TOT-COMPUTED-NUMBER less TOT-CYCLE-OPENING is
      * what this cycle alone posted, the figure NUMREC01 ties the
      * cycle's own TRANEDIT and GL journal to.
      *
      * TOT-CYCLE-NO and TOT-CYCLE-OPENING lengthened the record; a
      * TOTFILE written in the shorter layout is converted once by
      * NUMCNV01 (both zero) before anything reads it here.
      *****************************************************************
       01  TOT-RECORD.
           05  TOT-CONTROL-NUMBER      PIC S9(9) COMP-3.
           05  TOT-COMPUTED-NUMBER     PIC S9(9) COMP-3.
           05  TOT-RUN-DATE            PIC 9(8).
           05  TOT-CYCLE-NO            PIC 9(2).
           05  TOT-CYCLE-OPENING       PIC S9(9) COMP-3.
