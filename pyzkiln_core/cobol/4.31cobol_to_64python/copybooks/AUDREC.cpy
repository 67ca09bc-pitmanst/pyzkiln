           05  AUD-RESULT                  PIC X(8).
               88  AUD-APPLIED             VALUE "APPLIED ".
               88  AUD-REJECTED            VALUE "REJECTED".
           05  AUD-BEFORE-IMAGE            PIC X(65).
           05  AUD-AFTER-IMAGE             PIC X(65).
