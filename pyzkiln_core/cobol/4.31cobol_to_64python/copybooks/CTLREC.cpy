      *                                   flagging.
      *          CTL-KEYWORD  "REJAGMAX"  CTL-VALUE(1:3) = reject
      *                                   suspense drop-off limit in
      *                                   business days (weekends
      *                                   and CALENDAR holidays do
      *                                   not count); a suspended
      *                                   reject
      *                                   outstanding longer than
      *                                   this since it first
      *                                   rejected is dropped from
      *                                   cycle per CALL, for
      *                                   isolating a suspect
      *                                   script).
      *          CTL-KEYWORD  "SHADOW  "  CTL-VALUE(1:2) = dispatch-
      *                                   table slot number,
      *                                   CTL-VALUE(4:8) = candidate
      *                                   PYLIB script to run beside
      *                                   that slot's production
      *                                   source. Read only on a
      *                                   PARM=SHADOW run, which
      *                                   compares the two results
      *                                   per transaction on SHDRPT
      *                                   and updates no files.
      *          CTL-KEYWORD  "AMTTOL  "  CTL-VALUE(1:9) = shadow
      *                                   amount tolerance, 7 digits
      *                                   + 2 implied decimals; a
      *                                   smaller amount difference
      *                                   still matches. Defaults to
      *                                   zero (exact).
      *          CTL-KEYWORD  "RATETOL "  CTL-VALUE(1:9) = shadow
      *                                   rate tolerance, 3 digits +
      *                                   6 implied decimals.
      *                                   Defaults to zero (exact).
      *===============================================================
       01  CTL-RECORD.
           05  CTL-KEYWORD                 PIC X(8).
