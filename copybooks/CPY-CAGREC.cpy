      *****************************************************************
      * CPY-CAGREC
      * Correction aging report lines produced by NUMCAG01 - one
      * detail line per correction on PENDCORR that was declined or
      * has sat pending past the aging threshold (age in days since
      * it was keyed), and labelled summary counts at the end.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  CAG-REPORT-LINE.
           05  CAG-STATUS-LABEL        PIC X(8).
           05  FILLER                  PIC X(1).
           05  CAG-CORRECTION-ID       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CAG-ACCT-NO             PIC 9(9).
           05  FILLER                  PIC X(1).
           05  CAG-OLD-VALUE           PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  CAG-NEW-VALUE           PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  CAG-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(1).
           05  CAG-ENTERED-BY          PIC X(8).
           05  FILLER                  PIC X(1).
           05  CAG-ENTERED-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CAG-DECIDED-BY          PIC X(8).
           05  FILLER                  PIC X(1).
           05  CAG-AGE-DAYS            PIC Z(4)9.

       01  CAG-SUMMARY-LINE.
           05  CAG-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  CAG-SUM-COUNT           PIC Z(8)9.
