      *****************************************************************
      * CPY-TRNREC
      * Period trend report line produced by NUMTRN01 - one line per
      * history entry in the report month (labelled with the run
      * date, and the posting cycle when there is one) plus
      * month-to-date and prior-month comparative rollup lines.
      *
      * No VALUE clauses on these File Section elementary items - that
      * placement is invalid outside Working-Storage and, on top of
