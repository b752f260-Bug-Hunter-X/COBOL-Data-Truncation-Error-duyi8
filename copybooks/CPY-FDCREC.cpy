      * upstream that does not send controls yet: verification is
      * skipped, loudly.
      *
      * FDH-CYCLE-NO names the intraday posting cycle the batch
      * belongs to - 01 for the first (or only) feed of a business
      * date, 02 for the next, and so on. Every header on one feed
      * that states a cycle must state the same one; a header with
      * the field blank (the staged NUMFIX01/NUMAPR01 batches, an
      * upstream that predates cycles) rides with whatever cycle the
      * rest of the feed names. NUMEDT01 hands the cycle to NUMACC01
      * on EDTCTL (CPY-ECTREC).
      *
      * These layouts live in WORKING-STORAGE; the record read from
      * the feed is moved here to be taken apart.
      *****************************************************************
           05  FDH-ID                  PIC 9(9).
           05  FDH-FEED-DATE           PIC 9(8).
           05  FDH-SENDER-ID           PIC X(8).
           05  FDH-CYCLE-NO            PIC 9(2).
           05  FILLER                  PIC X(17).

       01  FDT-RECORD.
           05  FDT-ID                  PIC 9(9).
