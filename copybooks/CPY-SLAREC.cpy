      *****************************************************************
      * CPY-SLAREC
      * Batch-window SLA report lines produced by NUMSLA01 (SLARPT)
      * from the CHNHIST chain run history. Heading lines give the
      * window deadline and the report settings; caption lines head
      * the chain lines (RS is the restarted-step count) and the
      * per-step averages. Then, for each of the last N chains in
      * the order they ran, one chain line -
      * the chain date, the start of its first step and the end of
      * its last as date and HH:MM:SS, the wall-clock elapsed time
      * (halts and re-drives included), the run time (its steps'
      * elapsed times added up), the number of restarted steps and
      * ON TIME, LATE or INCOMPLETE - followed by one step line per
      * step completion: start date and time, end time, elapsed,
      * FIRST, RESTART or REDRIVE, the step's average over the whole
      * history and ABOVE AVG when this run was well above it.
      * Elapsed times are HHH:MM:SS. The per-step averages (all
      * history against the last N chains, the longest run and the
      * runs above average), the chain trend lines and labelled
      * summary counts follow at the end.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  SLA-HEADING-LINE.
           05  SLA-HDG-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  SLA-HDG-VALUE           PIC X(40).

       01  SLA-CAPTION-LINE.
           05  SLA-CAP-LEFT            PIC X(40).
           05  SLA-CAP-RIGHT           PIC X(40).

       01  SLA-CHAIN-LINE.
           05  SLA-CHN-TAG             PIC X(5).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-START-TIME      PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-END-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-END-TIME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-ELAPSED         PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-RUN-TIME        PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-CHN-RESTARTS        PIC Z9.
           05  FILLER                  PIC X(1).
           05  SLA-CHN-FLAG            PIC X(10).

       01  SLA-STEP-LINE.
           05  FILLER                  PIC X(2).
           05  SLA-STP-STEP-NO         PIC 9(1).
           05  FILLER                  PIC X(1).
           05  SLA-STP-PROGRAM         PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-STP-START-DATE      PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SLA-STP-START-TIME      PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-STP-END-TIME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-STP-ELAPSED         PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-STP-RUN-TYPE        PIC X(7).
           05  FILLER                  PIC X(1).
           05  SLA-STP-AVERAGE         PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-STP-NOTE            PIC X(9).

       01  SLA-AVERAGE-LINE.
           05  SLA-AVG-STEP-NO         PIC 9(1).
           05  FILLER                  PIC X(1).
           05  SLA-AVG-PROGRAM         PIC X(8).
           05  FILLER                  PIC X(1).
           05  SLA-AVG-RUNS            PIC Z(5)9.
           05  FILLER                  PIC X(1).
           05  SLA-AVG-ALL             PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-AVG-RECENT          PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-AVG-LONGEST         PIC X(9).
           05  FILLER                  PIC X(1).
           05  SLA-AVG-ABOVE           PIC Z(5)9.

       01  SLA-TIME-LINE.
           05  SLA-TIM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  SLA-TIM-ELAPSED         PIC X(9).

       01  SLA-SUMMARY-LINE.
           05  SLA-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  SLA-SUM-COUNT           PIC Z(8)9.
