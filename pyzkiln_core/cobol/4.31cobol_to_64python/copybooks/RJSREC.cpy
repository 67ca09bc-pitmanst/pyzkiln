      *          carried forward with its age bumped, and one older
      *          than the operator-set REJAGMAX limit drops off.
      *          BRDGSUS prints what is still outstanding, aged by
      *          business days.
      *===============================================================
       01  RJS-RECORD.
           05  RJS-FIRST-REJECT-DATE       PIC X(8).
