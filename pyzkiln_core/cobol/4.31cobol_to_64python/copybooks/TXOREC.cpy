      *          status "P" (no result) for an entry whose checkpoint
      *          showed it already complete in the interrupted run,
      *          so every input record still accounts for itself.
      *          A reversal transaction (type REV) dispatches nothing
      *          and is written once with status "R", no called
      *          program and no result, so RESPOST knows to back the
      *          named posting out of RESMAST. TXO-TXN-TYPE carries
      *          the input transaction-type code (COR for a
      *          correction) for the posting step. TXO-SOURCE-ID
      *          is the TXNFILE source batch the transaction came
      *          in on, or CARRYFWD for a released warehouse entry
      *          or a recycled suspense entry.
      *===============================================================
       01  TXO-RECORD.
           05  TXO-TXN-SEQUENCE            PIC 9(5).
               88  TXO-SUCCESS             VALUE "S".
               88  TXO-FAILURE             VALUE "F".
               88  TXO-PRIOR-DONE          VALUE "P".
               88  TXO-REVERSAL            VALUE "R".
           05  TXO-RESULT.
               10  TXO-RESULT-DISPOSITION  PIC X(2).
               10  TXO-RESULT-AMOUNT       PIC X(16).
               10  TXO-RESULT-RATE         PIC X(12).
               10  TXO-RESULT-FLAG         PIC X(8).
               10  TXO-RESULT-TEXT         PIC X(80).
           05  TXO-TXN-TYPE                PIC X(3).
           05  TXO-SOURCE-ID               PIC X(8).
