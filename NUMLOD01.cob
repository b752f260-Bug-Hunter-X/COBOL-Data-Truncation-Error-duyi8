      *****************************************************************
      * NUMLOD01 - WS-AREA master file loader.
      *
      * NUMMAINT and NUMIF01 both read NUM-RECORD on
      * NUMMSTR, one record per account. This step maintains that
      * master from ACCTFILE, the per-account run totals written by
      * NUMACC01 - one NUM-RECORD per TRAN-ACCT-NO that traded, so the
      * Run as the job step after NUMACC01 (and before NUMBAL01/
      * NUMIF01). On the first-ever run NUMMSTR does not exist yet and
      * is created; on every later run the existing NUM-RECORD is
      * refreshed with the new totals. A NUMMAINT correction no longer
      * touches the master directly - once approved (NUMAPR01) it
      * arrives in the feed as an adjustment transaction and is part
      * of the account total loaded here, so the nightly load carries
      * it instead of superseding it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
