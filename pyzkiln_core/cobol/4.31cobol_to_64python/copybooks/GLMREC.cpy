      *===============================================================
      * GLMREC - record layout for GLMAP, the maintained mapping of
      *          transaction-type codes to the general-ledger
      *          accounts GLEXTRCT journals their posted results to.
      *          One record per type: a positive result debits
      *          GLM-DEBIT-ACCOUNT and credits GLM-CREDIT-ACCOUNT; a
      *          negative one (a reduction, a correction downwards,
      *          a reversal) posts the other way round. Finance
      *          maintains the file like CTLFILE - a record with
      *          "*" in column 1 is a comment. Postings made before
      *          RESMAST carried the transaction type have a blank
      *          type; a correction or reversal of one is recorded
      *          under type COR or REV, so map COR and REV as well.
      *
      *          GLM-TXN-TYPE        transaction-type code (FEE,
      *                              INT, ADJ, ...).
      *          GLM-DEBIT-ACCOUNT   GL account debited.
      *          GLM-CREDIT-ACCOUNT  GL account credited.
      *          GLM-DESCRIPTION     free text for the summary.
      *===============================================================
       01  GLM-RECORD.
           05  GLM-TXN-TYPE                PIC X(3).
           05  FILLER                      PIC X(1).
           05  GLM-DEBIT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(1).
           05  GLM-CREDIT-ACCOUNT          PIC X(10).
           05  FILLER                      PIC X(1).
           05  GLM-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(24).
