      *****************************************************************
      * CPY-ECTREC
      * Edit-control record on EDTCTL, written by NUMEDT01 alongside
      * TRANEDIT and read by NUMACC01 - the one place the intraday
      * posting cycle the feed's headers named (CPY-FDCREC) travels
      * from the edit to the accumulator. It is rewritten only when
      * TRANEDIT is, so the two always describe the same edit.
      *
      * ECT-BUSINESS-DATE   - TRAN-DATE of the first accepted record
      *                       that is not a prior-period adjustment,
      *                       the date NUMACC01 will post (the feed
      *                       header's FDH-FEED-DATE when every
      *                       accepted record is one); zero when
      *                       nothing was accepted. NUMACC01 refuses
      *                       a TRANEDIT whose first record disagrees,
      *                       unless that record is itself dated on or
      *                       before ECT-CLOSED-DATE.
      * ECT-CYCLE-NO        - posting cycle within the business date.
      * ECT-CYCLE-SOURCE    - where the cycle came from:
      *                         H - the feed headers
      *                         E - NUMEDT01-CYCLE operator override
      *                         D - defaulted to 01 (no header named
      *                             one and no override was set)
      * ECT-ACCEPTED-COUNT  - records written to TRANEDIT.
      * ECT-EDIT-DATE       - calendar date of the edit.
      * ECT-CLOSED-DATE     - CLS-LAST-CLOSED-DATE the edit ran
      *                       against (zero before the first close).
      *                       An accepted record dated on or before it
      *                       belongs to a period NUMCLS01 has closed -
      *                       it still posts into the current period,
      *                       and NUMACC01 tags its TRANARCH entry as a
      *                       prior-period adjustment.
      * ECT-PRIOR-PERIOD-COUNT - accepted records that are prior-
      *                       period adjustments.
      *****************************************************************
       01  ECT-RECORD.
           05  ECT-BUSINESS-DATE       PIC 9(8).
           05  ECT-CYCLE-NO            PIC 9(2).
           05  ECT-CYCLE-SOURCE        PIC X(1).
               88  ECT-CYCLE-FROM-HEADER       VALUE "H".
               88  ECT-CYCLE-FROM-OVERRIDE     VALUE "E".
               88  ECT-CYCLE-DEFAULTED         VALUE "D".
           05  ECT-ACCEPTED-COUNT      PIC 9(9).
           05  ECT-EDIT-DATE           PIC 9(8).
           05  ECT-CLOSED-DATE         PIC 9(8).
           05  ECT-PRIOR-PERIOD-COUNT  PIC 9(9).
