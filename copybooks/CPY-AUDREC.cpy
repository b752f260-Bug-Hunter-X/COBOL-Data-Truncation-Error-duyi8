      * corrections to WS-NUMBER-X - written only when the old
      * (truncated) value and the newly-posted value actually differ,
      * so affected customers/reports can be traced back later.
      * A NUMMAINT correction is written here by NUMAPR01 when a
      * second analyst approves it (dated the approval date), at the
      * same moment it is staged as an adjustment for the next feed.
      *
      * AUDIT-FILE is ORGANIZATION LINE SEQUENTIAL, so these fields are
      * plain DISPLAY numeric rather than COMP-3, matching every other
