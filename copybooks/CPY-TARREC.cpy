      * posted into the totals, or rejected to ACCREJ (a rejected
      * transaction that is later reprocessed and posts gains a second
      * archive entry, disposition P, under the reprocessing run's
      * business date). TAR-CYCLE-NO is the intraday posting cycle
      * of that run, so the entries one cycle of a date handled can
      * be told from the next cycle's (NUMGL01 journals per cycle).
      * NUMBKO01 rewrites the posted entries of a business date it
      * backs out to disposition B - kept for the record, but no
      * longer part of any total (every reader that counts posted
      * money tests TAR-POSTED); the corrected feed re-posted for
      * the date gains fresh P entries of its own.
      *
      * TAR-PRIOR-PERIOD-FLAG is Y on a transaction dated on or before
      * the last period NUMCLS01 had closed when it was edited (the
      * ECT-CLOSED-DATE NUMEDT01 handed over on EDTCTL). It posted
      * into the current period like any other, but its money belongs
      * to the closed period its TAR-TRAN-DATE falls in - NUMPPA01
      * restates each closed period's PERDSNAP figures from these
      * entries, and NUMSTM01 and NUMCLS01 call them out. N on every
      * other entry.
      *
      * NUMEDT01 reads this file back to prove a reversal's
      * TAR-ORIG-KEY names an original that actually posted and has
      * not been backed out already - the latest archive entry for a
      * key is the one that counts, sequence numbers repeating across
      * nights.
      *
      * TAR-CYCLE-NO and TAR-PRIOR-PERIOD-FLAG lengthened the record;
      * an archive written in the shorter layout is converted once by
      * NUMCNV01 (cycle zero, flag N) before anything reads it here.
      *****************************************************************
       01  TAR-RECORD.
           05  TAR-TRAN-DETAIL.
               10  TAR-KEY.
                   15  TAR-ACCT-NO     PIC 9(9).
                   15  TAR-SEQ-NO      PIC 9(6).
               10  TAR-AMOUNT          PIC S9(7)V99 COMP-3.
               10  TAR-TRAN-DATE       PIC 9(8).
               10  TAR-TYPE-CODE       PIC X(1).
           05  TAR-DISPOSITION         PIC X(1).
               88  TAR-POSTED                  VALUE "P".
               88  TAR-REJECTED                VALUE "R".
               88  TAR-BACKED-OUT              VALUE "B".
           05  TAR-CYCLE-NO            PIC 9(2).
           05  TAR-PRIOR-PERIOD-FLAG   PIC X(1).
               88  TAR-PRIOR-PERIOD            VALUE "Y".
