      *
      * TRAN-ORIG-KEY is meaningful on a reversal only; NUMEDT01
      * rejects a reversal whose reference is not a usable key (NREF)
      * and any record whose type code is not O, R or A (NTYP), and
      * proves the reference against TRANARCH - the original must
      * have posted (ONFD/OREJ), must not already be reversed (OREV)
      * and must be at least as large as the reversal (OAMT). The
      * reference travels with the record onto TRANARCH, so NUMARQ01
      * can show which original a reversal backed out.
      *
      * Sequence numbers 900000-999999 are reserved for the
      * adjustments NUMAPR01 stages from approved NUMMAINT
      * corrections (sender NUMAPR01 on the batch header) - upstream
      * must number its own activity below that band, so an
      * approved correction always arrives after the account's
      * other activity for the night.
      *
      * REJ-TRAN-DETAIL on CPY-REJREC and TAR-TRAN-DETAIL on
      * CPY-TARREC are byte-for-byte images of this record - keep the
      * three layouts in step.
