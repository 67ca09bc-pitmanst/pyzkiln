      *===============================================================
      * APAREC - approval audit record layout for APPRAUD. RESAPPR
      *          appends one record for every decision it reads,
      *          applied or rejected, with who queued the item, who
      *          decided it, and the result that was (or was not)
      *          posted, so every maker-checker decision is
      *          attributable.
      *===============================================================
       01  APA-RECORD.
           05  APA-TIMESTAMP               PIC X(16).
           05  APA-DECISION                PIC X(8).
           05  APA-OUTCOME                 PIC X(8).
               88  APA-APPLIED             VALUE "APPLIED ".
               88  APA-REJECTED            VALUE "REJECTED".
           05  APA-ACCOUNT-NUMBER          PIC X(10).
           05  APA-EFFECTIVE-DATE          PIC X(8).
           05  APA-DECIDED-BY              PIC X(8).
           05  APA-QUEUED-BY               PIC X(8).
           05  APA-QUEUED-TIMESTAMP        PIC X(16).
           05  APA-TXN-TYPE                PIC X(3).
           05  APA-REASON                  PIC X(8).
           05  APA-RESULT-VALUE            PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
           05  APA-RESULT-RATE             PIC S9(3)V9(6)
                                           SIGN LEADING SEPARATE.
           05  APA-RESULT-FLAG             PIC X(8).
           05  APA-REJECT-TEXT             PIC X(30).
           05  APA-COMMENT                 PIC X(40).
