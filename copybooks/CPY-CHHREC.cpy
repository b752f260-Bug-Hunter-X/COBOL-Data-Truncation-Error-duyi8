      *****************************************************************
      * CPY-CHHREC
      * Permanent chain run-history record, appended to CHNHIST by
      * the NUMCHN01 driver every time a step of the nightly chain
      * completes. CHNCTL only ever holds the chain in hand and is
      * rewritten whole at every change; this file keeps every step
      * completion of every chain so the batch window can be
      * measured night on night. Consumed by the NUMSLA01
      * batch-window SLA report.
      *
      * A chain is identified by CHH-CHAIN-START, the stamp it was
      * first driven (CHN-CHAIN-START), and CHH-CHAIN-DATE is the
      * calendar date it was started - several intraday cycles of
      * one business date are several chains. A chain's records are
      * appended in step order, a re-drive's after the steps the
      * earlier drive completed, so they are always contiguous.
      * CHH-FINAL-STEP marks the completion of the chain's last
      * step - a chain with no such record never ran to completion.
      *
      * CHH-RUN-TYPE:
      *   F - first-time run, the step reached on the chain's first
      *       drive
      *   R - restart, the step was started on an earlier drive and
      *       never completed (the step that stopped the chain)
      *   D - re-drive, the step was first reached on a re-drive of
      *       a halted chain
      *
      * The stamps are wall-clock CCYYMMDDHHMMSSss, the same as
      * CHNCTL's. A restarted step's start stamp is that of the run
      * that completed, not of the attempt that failed.
      *****************************************************************
       01  CHH-RECORD.
           05  CHH-CHAIN-DATE          PIC 9(8).
           05  CHH-CHAIN-START         PIC 9(16).
           05  CHH-STEP-NO             PIC 9(1).
           05  CHH-PROGRAM             PIC X(8).
           05  CHH-START-STAMP         PIC 9(16).
           05  CHH-END-STAMP           PIC 9(16).
           05  CHH-RUN-TYPE            PIC X(1).
               88  CHH-FIRST-RUN               VALUE "F".
               88  CHH-RESTART                 VALUE "R".
               88  CHH-REDRIVE                 VALUE "D".
           05  CHH-FINAL-STEP-SW       PIC X(1).
               88  CHH-FINAL-STEP              VALUE "Y".
