      *****************************************************************
      * CPY-GLMREC
      * General-ledger mapping control record on GLMAP - one record
      * per movement NUMGL01 journals, naming the GL account the
      * movement debits and the GL account it credits. Finance owns
      * the account codes; the chain only reads them, the same way
      * PTNCTL holds the partner entitlements NUMIF01 cuts from.
      *
      * GLM-MOVEMENT-CODE:
      *   ORIG - posted originals       (TRANARCH type O)
      *   REVR - posted reversals       (TRANARCH type R)
      *   ADJT - posted adjustments     (TRANARCH type A - approved
      *          NUMMAINT corrections post through here)
      *   PCLS - NUMCLS01 period-close rolls (AUDFILE reason PCLS)
      *   BKOT - NUMBKO01 backouts of a posted business date
      *          (AUDFILE reason BKOT)
      *
      * A movement's net is journaled as a debit to GLM-DEBIT-ACCOUNT
      * and a credit to GLM-CREDIT-ACCOUNT for the same amount; a
      * net-negative movement (reversals, a period-close roll, a
      * backout) swaps the two sides, so every GL amount is carried
      * unsigned and the sign lives in which side it sits on. A
      * movement with activity and no mapping record stops the
      * journal - finance would rather a late journal than one
      * missing a movement.
      *****************************************************************
       01  GLM-RECORD.
           05  GLM-MOVEMENT-CODE       PIC X(4).
           05  GLM-DEBIT-ACCOUNT       PIC X(10).
           05  GLM-CREDIT-ACCOUNT      PIC X(10).
           05  GLM-DESCRIPTION         PIC X(30).
