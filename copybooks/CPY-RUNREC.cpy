      * CPY-RUNREC
      * Run-control record guarding the nightly accumulation against
      * double-posting and out-of-order runs. NUMACC01 checks it at
      * initialization - a business date before the last
      * successfully posted date, or a posting cycle of that date
      * already posted, stops the run, and a gap between the two is
      * flagged on the operator log - then stamps the run in
      * progress, and clears the flag with the new last-posted date
      * only when the run completes. The downstream steps (NUMGL01,
      * NUMLOD01, NUMBAL01, NUMINT01, NUMIF01) read the same record
      * and refuse to run against totals left by a run that never
      * completed.
      *
      * RUN-LAST-POSTED-DATE - business date (TRAN-DATE) of the last
      *                        accumulation run that ran to completion.
      *                        last) in flight.
      * RUN-IN-PROGRESS-FLAG - "Y" from NUMACC01 initialization until
      *                        its successful termination.
      * RUN-LAST-POSTED-CYCLE - intraday cycle (CPY-ECTREC) of the
      *                        last completed run within
      *                        RUN-LAST-POSTED-DATE. A later cycle of
      *                        that date is let through and posts on
      *                        top of it; the same cycle again is a
      *                        double-post. Zero on a record
      *                        converted by NUMCNV01 reads as 01.
      * RUN-CYCLE-NO         - cycle of the run currently (or last)
      *                        in flight.
      *
      * RUN-LAST-POSTED-CYCLE and RUN-CYCLE-NO lengthened the record;
      * a RUNCTL written in the shorter layout is converted once by
      * NUMCNV01 (both cycles zero) before anything reads it here.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-LAST-POSTED-DATE    PIC 9(8).
           05  RUN-IN-PROGRESS-FLAG    PIC X(1).
               88  RUN-IN-PROGRESS             VALUE "Y".
               88  RUN-COMPLETED               VALUE "N".
           05  RUN-LAST-POSTED-CYCLE   PIC 9(2).
           05  RUN-CYCLE-NO            PIC 9(2).
