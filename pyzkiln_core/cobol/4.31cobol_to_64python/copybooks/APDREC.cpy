      *===============================================================
      * APDREC - approval decision record layout for APPRDEC, the
      *          input file RESAPPR applies to the APPRQ approval
      *          queue. A decision names the queued item by account
      *          number + effective date (the oldest pending item for
      *          that key); the deciding user must not be the user
      *          who queued it.
      *
      *          APD-DECISION        APPROVE = post the queued result
      *                                        to RESMAST.
      *                              DECLINE = drop it unposted.
      *          APD-USER-ID         user making the decision.
      *          APD-COMMENT         free text, kept on the audit.
      *===============================================================
       01  APD-RECORD.
           05  APD-DECISION                PIC X(8).
               88  APD-APPROVE             VALUE "APPROVE ".
               88  APD-DECLINE             VALUE "DECLINE ".
           05  APD-ACCOUNT-NUMBER          PIC X(10).
           05  APD-EFFECTIVE-DATE          PIC X(8).
           05  APD-USER-ID                 PIC X(8).
           05  APD-COMMENT                 PIC X(40).
           05  FILLER                      PIC X(6).
