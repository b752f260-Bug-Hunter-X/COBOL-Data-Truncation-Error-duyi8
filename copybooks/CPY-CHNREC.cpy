      *****************************************************************
      * CPY-CHNREC
      * Chain-control record on CHNCTL - one record per step of the
      * nightly chain (NUMEDT01, NUMACC01, NUMGL01, NUMLOD01,
      * NUMBAL01, NUMINT01, NUMIF01, NUMREC01), rewritten by the
      * NUMCHN01 driver as the chain advances. Each step is stamped
      * started before it is called and completed only when it
      * returns, so a step that dies leaves its record saying exactly
      * that - started, never completed - and a re-drive of NUMCHN01
      * resumes from that step instead of the top. NUMOPR01 option
      * 4 reads the same records for the overnight desk.
      *
      * CHN-STATUS:
      *   P - pending,   not reached yet this chain
      * is the calendar date the chain was started and is what a
      * resumed chain keeps. Each step's own file statuses go to the
      * operator log by the step itself, as they always have.
      *
      * CHN-CHAIN-START is the wall-clock stamp the chain was first
      * driven, the same on every record and likewise kept by a
      * resumed chain - it identifies the chain on the CHNHIST run
      * history (CPY-CHHREC) and is what NUMOPR01 measures the
      * batch-window deadline from.
      *
      * CHN-CHAIN-START lengthened the record; a CHNCTL written in
      * the shorter layout is converted once by NUMCNV01 (start
      * zero - NUMCHN01 then takes the first step's start stamp).
      *****************************************************************
       01  CHN-RECORD.
           05  CHN-STEP-NO             PIC 9(1).
           05  CHN-START-STAMP         PIC 9(16).
           05  CHN-END-STAMP           PIC 9(16).
           05  CHN-CHAIN-DATE          PIC 9(8).
           05  CHN-CHAIN-START         PIC 9(16).
