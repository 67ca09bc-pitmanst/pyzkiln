      *===============================================================
      * CLAREC - calendar audit record layout for CALAUD. CALMNT
      *          appends one record per maintenance transaction with
      *          the full before and after images of the CALENDAR
      *          record it touched (the before image is spaces for an
      *          ADD, the after image spaces for a DELETE; the after
      *          image equals the before image for a rejected
      *          transaction), as ACCTAUD does for the account master.
      *===============================================================
       01  CLA-RECORD.
           05  CLA-TIMESTAMP               PIC X(16).
           05  CLA-ACTION                  PIC X(8).
           05  CLA-DATE                    PIC X(8).
           05  CLA-RESULT                  PIC X(8).
               88  CLA-APPLIED             VALUE "APPLIED ".
               88  CLA-REJECTED            VALUE "REJECTED".
           05  CLA-BEFORE-IMAGE            PIC X(39).
           05  CLA-AFTER-IMAGE             PIC X(39).
