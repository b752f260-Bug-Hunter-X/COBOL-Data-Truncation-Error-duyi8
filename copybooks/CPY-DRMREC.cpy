      *****************************************************************
      * CPY-DRMREC
      * Dormant account report lines produced by NUMDRM01 - one
      * detail line per open account with no posted activity inside
      * the dormancy threshold: the date its last posted TRANARCH
      * entry was handled (or its open date, flagged OPENED, when it
      * has never traded), the days since, the NUM-NUMBER-X it still
      * carries on NUMMSTR, and whether this run froze it. Labelled
      * summary counts follow at the end.
      *
      * No VALUE clauses on these File Section elementary items - the
      * same rule as CPY-RECREC. The record is blanked with MOVE
      * SPACES before each build instead.
      *****************************************************************
       01  DRM-REPORT-LINE.
           05  DRM-ACCT-NO             PIC 9(9).
           05  FILLER                  PIC X(1).
           05  DRM-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1).
           05  DRM-LAST-ACTIVITY-DATE  PIC 9(8).
           05  FILLER                  PIC X(1).
           05  DRM-DATE-SOURCE         PIC X(6).
           05  FILLER                  PIC X(1).
           05  DRM-IDLE-DAYS           PIC Z(5)9.
           05  FILLER                  PIC X(1).
           05  DRM-NUMBER-X            PIC -(9)9.
           05  FILLER                  PIC X(1).
           05  DRM-ACTION              PIC X(8).

       01  DRM-SUMMARY-LINE.
           05  DRM-SUM-LABEL           PIC X(34).
           05  FILLER                  PIC X(1).
           05  DRM-SUM-COUNT           PIC Z(8)9.
