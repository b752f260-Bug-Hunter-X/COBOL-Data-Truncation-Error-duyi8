      *****************************************************************
      * CPY-PCRREC
      * Pending correction record on PENDCORR - one per NUM-NUMBER-X
      * correction keyed through NUMMAINT. NUMMAINT no longer rewrites
      * NUMMSTR itself: it appends the correction here as pending
      * (PCR-PENDING), and a second analyst approves or declines it
      * through NUMAPR01 - never the analyst who keyed it (the two
      * user ids are compared, PCR-ENTERED-BY against the approver).
      *
      * An approved correction is staged by NUMAPR01 as a
      * TRAN-TYPE-ADJUSTMENT transaction (new value minus old value,
      * in whole units) for the next night's feed, so it posts through
      * NUMEDT01/NUMACC01 inside the balancing controls, is carried by
      * NUMLOD01 instead of being overwritten by it, and lands on
      * TRANARCH. PCR-ADJ-SEQ-NO is the TRAN-SEQ-NO it was staged
      * under (900000 plus the low-order five digits of the
      * correction id - see CPY-TRANREC).
      *
      * PCR-CORRECTION-ID is assigned by NUMMAINT, one higher than the
      * highest id already on the file. NUMCAG01 ages the file -
      * declined corrections, and pending ones nobody has decided.
      *
      * NUMAPR01 re-reads the account on NUMMSTR at approval time.
      * If NUM-NUMBER-X no longer equals PCR-OLD-VALUE - the account
      * moved between keying and approval - the difference keyed no
      * longer takes the account to PCR-NEW-VALUE, so nothing is
      * staged: the correction is declined as stale (status S) and
      * must be re-keyed against the current value. PCR-DECLINED
      * covers both kinds of decline.
      *
      * An approved correction holds its account until TRANARCH shows
      * its adjustment posted - a posted type A entry for the account
      * under PCR-ADJ-SEQ-NO, dated PCR-DECIDED-DATE. Until then
      * NUMMAINT takes no new correction for the account and NUMAPR01
      * leaves any other pending one undecided: NUM-NUMBER-X has not
      * moved yet, so both would pass the current-value check.
      *
      * PENDCORR is ORGANIZATION SEQUENTIAL (NUMAPR01 rewrites each
      * decision in place), with plain DISPLAY numerics like AUDFILE.
      *****************************************************************
       01  PCR-RECORD.
           05  PCR-CORRECTION-ID       PIC 9(6).
           05  PCR-ACCT-NO             PIC 9(9).
           05  PCR-OLD-VALUE           PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  PCR-NEW-VALUE           PIC S9(9) SIGN LEADING
                                       SEPARATE.
           05  PCR-REASON-CODE         PIC X(4).
           05  PCR-ENTERED-BY          PIC X(8).
           05  PCR-ENTERED-DATE        PIC 9(8).
           05  PCR-STATUS              PIC X(1).
               88  PCR-PENDING                 VALUE "P".
               88  PCR-APPROVED                VALUE "A".
               88  PCR-DECLINED                VALUE "D" "S".
               88  PCR-DECLINED-STALE          VALUE "S".
           05  PCR-DECIDED-BY          PIC X(8).
           05  PCR-DECIDED-DATE        PIC 9(8).
           05  PCR-ADJ-SEQ-NO          PIC 9(6).
