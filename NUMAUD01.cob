      *****************************************************************
      * NUMAUD01 - Audit trail inquiry and control report.
      *
      * Reads the permanent AUDFILE audit trail - written as NUMMAINT
      * corrections are approved through NUMAPR01, and by the
      * NUMCLS01 close - and prints the corrections a supervisor
      * asks about, instead of someone grepping the raw file by
      * hand. Selection criteria come from the environment, the same
      * way NUMACC01 takes its restart switch:
      *
      *   NUMAUD01-FROM-DATE - CCYYMMDD, default 00000000
      *   NUMAUD01-TO-DATE   - CCYYMMDD, default 99999999
