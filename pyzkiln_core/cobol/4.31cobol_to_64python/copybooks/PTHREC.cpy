      *===============================================================
      * PTHREC - record layout for POSTLIM, the posting thresholds
      *          RESPOST applies before a Python result goes to
      *          RESMAST. A result that hits any threshold for its
      *          transaction type is diverted to the APPRQ approval
      *          queue instead of posting, and only posts when a
      *          second user approves it through RESAPPR. One record
      *          per type; type "***" is the default for every type
      *          without its own record. A record with "*" in
      *          column 1 (other than the "***" default) is a
      *          comment. A correction is judged against the type of
      *          the posting it corrects.
      *
      *          PTH-AMOUNT-LIMIT    result amount (either sign)
      *                              above which the result needs
      *                              approval, 9 digits + 2 implied
      *                              decimals. Zero = no limit.
      *          PTH-RATE-LIMIT      result rate (either sign) above
      *                              which it needs approval, 3
      *                              digits + 6 implied decimals.
      *                              Zero = no limit.
      *          PTH-AMOUNT-MULTIPLE result amount more than this
      *                              many times the transaction
      *                              amount needs approval. Zero =
      *                              no check.
      *          PTH-REVIEW-FLAG     up to five result-flag values
      *                              (REVIEW, ...) that always need
      *                              approval; unused entries blank.
      *===============================================================
       01  PTH-RECORD.
           05  PTH-TXN-TYPE                PIC X(3).
               88  PTH-DEFAULT-TYPE        VALUE "***".
           05  FILLER                      PIC X(1).
           05  PTH-AMOUNT-LIMIT            PIC 9(9)V99.
           05  FILLER                      PIC X(1).
           05  PTH-RATE-LIMIT              PIC 9(3)V9(6).
           05  FILLER                      PIC X(1).
           05  PTH-AMOUNT-MULTIPLE         PIC 9(3).
           05  FILLER                      PIC X(1).
           05  PTH-REVIEW-FLAG             PIC X(8) OCCURS 5 TIMES.
           05  FILLER                      PIC X(10).
