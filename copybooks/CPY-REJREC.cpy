      *   NAMT - TRAN-AMOUNT not numeric
      *   NTYP - TRAN-TYPE-CODE not O, R or A
      *   NREF - reversal's TRAN-ORIG-KEY is not a usable reference
      *   ONFD - reversal's original is not on TRANARCH as a
      *          posted transaction
      *   OREJ - reversal's original was rejected to ACCREJ and
      *          never posted
      *   OREV - reversal's original has already been reversed
      *   OAMT - reversal amount exceeds the original's TAR-AMOUNT
      *   BDAT - TRAN-DATE not a valid date for the run
      *   DUPK - duplicate TRAN-KEY within the file
      *   OSEQ - TRAN-SEQ-NO out of sequence within its account
