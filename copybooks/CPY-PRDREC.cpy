      * WS-NUMBER/WS-NUMBER-X pair off TOTFILE. The file is never
      * overwritten - every period's closing positions stay on it, so
      * a closed period's numbers can always be produced after the
      * live accumulators have been rolled to zero. NUMSTM01 states
      * each account from it - the prior period's record is the
      * opening position, this period's the closing position.
      *****************************************************************
       01  PRD-RECORD.
           05  PRD-PERIOD-DATE         PIC 9(8).
