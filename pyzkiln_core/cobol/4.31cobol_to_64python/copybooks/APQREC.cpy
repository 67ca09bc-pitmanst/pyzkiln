      *===============================================================
      * APQREC - record layout for APPRQ, the posting approval queue.
      *          RESPOST appends one record for every Python result
      *          that hits a POSTLIM threshold, in place of posting
      *          it to RESMAST, carrying the result already edited to
      *          typed values and the user ID of the run that queued
      *          it. RESAPPR applies APPROVE / DECLINE decisions
      *          against the queue and rewrites it with only the
      *          items still pending; BRDGAPQ prints what is waiting
      *          and how long it has waited.
      *
      *          APQ-REASON          first threshold the result hit:
      *                              AMOUNT, RATE, MULTIPLE, FLAG.
      *          APQ-TXN-TYPE        input transaction type (COR for
      *                              a correction, which replaces
      *                              the posting when approved).
      *          APQ-BUSINESS-DATE   business date of the run that
      *                              produced the result.
      *===============================================================
       01  APQ-RECORD.
           05  APQ-QUEUED-TIMESTAMP        PIC X(16).
           05  APQ-BUSINESS-DATE           PIC X(8).
           05  APQ-QUEUED-BY               PIC X(8).
           05  APQ-STATUS                  PIC X(1).
               88  APQ-PENDING             VALUE "P".
               88  APQ-APPROVED            VALUE "A".
               88  APQ-DECLINED            VALUE "D".
           05  APQ-REASON                  PIC X(8).
               88  APQ-REASON-AMOUNT       VALUE "AMOUNT  ".
               88  APQ-REASON-RATE         VALUE "RATE    ".
               88  APQ-REASON-MULTIPLE     VALUE "MULTIPLE".
               88  APQ-REASON-FLAG         VALUE "FLAG    ".
           05  APQ-ACCOUNT-NUMBER          PIC 9(10).
           05  APQ-EFFECTIVE-DATE          PIC X(8).
           05  APQ-TXN-TYPE                PIC X(3).
           05  APQ-TXN-SEQUENCE            PIC 9(5).
           05  APQ-CALLED-PGM              PIC X(8).
           05  APQ-TXN-AMOUNT              PIC X(9).
           05  APQ-RESULT-DISPOSITION      PIC X(2).
           05  APQ-RESULT-VALUE            PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
           05  APQ-RESULT-RATE             PIC S9(3)V9(6)
                                           SIGN LEADING SEPARATE.
           05  APQ-RESULT-FLAG             PIC X(8).
           05  APQ-RESULT-TEXT             PIC X(80).
