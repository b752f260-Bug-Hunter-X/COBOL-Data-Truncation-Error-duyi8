      *****************************************************************
      * CPY-GLCREC
      * GL journal control record on GLCTL, rewritten by NUMGL01 only
      * when a journal has been written whole - the same guard-record
      * pattern as RUNCTL and CLSCTL.
      *
      * GLC-LAST-JOURNAL-DATE - business date of the last journal
      *                         written; a second journal for the
      *                         same date and cycle is refused, since
      *                         finance would post it twice.
      * GLC-LAST-JOURNAL-CYCLE - intraday posting cycle of that
      *                         journal - each cycle of a date is
      *                         journaled on its own, so a later
      *                         cycle of the same date is let
      *                         through. Zero (a record converted
      *                         by NUMCNV01) reads as 01.
      * GLC-AUD-RECORDS       - AUDFILE records already accounted for
      *                         by a journal. AUDFILE lines carry the
      *                         date they were made, not the business
      *                         date they belong to (NUMCLS01 closes
      *                         after the night's chain has run), so
      *                         each journal takes the lines appended
      *                         since the last one rather than a date.
      * GLC-JOURNAL-STAMP     - calendar date the journal was written.
      *
      * GLC-LAST-JOURNAL-CYCLE lengthened the record; a GLCTL written
      * in the shorter layout is converted once by NUMCNV01 (cycle
      * zero) before anything reads it here.
      *****************************************************************
       01  GLC-RECORD.
           05  GLC-LAST-JOURNAL-DATE   PIC 9(8).
           05  GLC-AUD-RECORDS         PIC 9(9).
           05  GLC-JOURNAL-STAMP       PIC 9(8).
           05  GLC-LAST-JOURNAL-CYCLE  PIC 9(2).
