      *===============================================================
      * SRAREC - script register audit record layout for SCRAUD.
      *          SCRMNT appends one record per maintenance
      *          transaction with the requester, the approver, and
      *          the full before and after images of the SCRREG
      *          record it touched (the before image is spaces for a
      *          first promotion; the after image equals the before
      *          image for a rejected transaction), so every version
      *          that was ever allowed to run can be traced.
      *===============================================================
       01  SRA-RECORD.
           05  SRA-TIMESTAMP               PIC X(16).
           05  SRA-ACTION                  PIC X(8).
           05  SRA-SCRIPT-NAME             PIC X(8).
           05  SRA-REQUESTER               PIC X(8).
           05  SRA-APPROVER                PIC X(8).
           05  SRA-RESULT                  PIC X(8).
               88  SRA-APPLIED             VALUE "APPLIED ".
               88  SRA-REJECTED            VALUE "REJECTED".
           05  SRA-BEFORE-IMAGE            PIC X(59).
           05  SRA-AFTER-IMAGE             PIC X(59).
