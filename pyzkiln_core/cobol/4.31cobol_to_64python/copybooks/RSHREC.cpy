      *===============================================================
      * RSHREC - record layout for RESHIST, the cumulative RESMAST
      *          posting history. RESPOST appends one record for
      *          every change it makes to the results master - a new
      *          key (ADD), a repost over an existing key (UPDATE), a
      *          correction transaction replacing a posted value
      *          (CORRECT), and a reversal transaction backing one
      *          out (REVERSE) - with the full before and after
      *          images of the posting, the way ACCTAUD carries them
      *          for the account master. The before image is spaces
      *          for an ADD; the after image is spaces for a
      *          REVERSE, since the posting is gone. Together the
      *          records give the complete lineage of every RESMAST
      *          key: what was posted, what replaced it, and when.
      *
      *          RSH-BUSINESS-DATE  business date of the run whose
      *                             outcomes were posted (from
      *                             RUNTOTS).
      *          RSH-TXN-TYPE       transaction-type code of the
      *                             posting (the original type for a
      *                             correction or reversal).
      *          RSH-xxx-VALUE/RATE signed display copies of the
      *                             RESMAST packed amount and rate.
      *===============================================================
       01  RSH-RECORD.
           05  RSH-TIMESTAMP               PIC X(16).
           05  RSH-BUSINESS-DATE           PIC X(8).
           05  RSH-ACTION                  PIC X(8).
               88  RSH-ACTION-ADD          VALUE "ADD     ".
               88  RSH-ACTION-UPDATE       VALUE "UPDATE  ".
               88  RSH-ACTION-CORRECT      VALUE "CORRECT ".
               88  RSH-ACTION-REVERSE      VALUE "REVERSE ".
           05  RSH-ACCOUNT-NUMBER          PIC 9(10).
           05  RSH-EFFECTIVE-DATE          PIC X(8).
           05  RSH-TXN-TYPE                PIC X(3).
           05  RSH-TXN-SEQUENCE            PIC 9(5).
           05  RSH-CALLED-PGM              PIC X(8).
           05  RSH-BEFORE-IMAGE.
               10  RSH-BEFORE-CODE         PIC X(2).
               10  RSH-BEFORE-VALUE        PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
               10  RSH-BEFORE-RATE         PIC S9(3)V9(6)
                                           SIGN LEADING SEPARATE.
               10  RSH-BEFORE-FLAG         PIC X(8).
               10  RSH-BEFORE-DISPOSITION  PIC X(2).
               10  RSH-BEFORE-TEXT         PIC X(80).
               10  RSH-BEFORE-POSTED       PIC X(16).
           05  RSH-AFTER-IMAGE.
               10  RSH-AFTER-CODE          PIC X(2).
               10  RSH-AFTER-VALUE         PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
               10  RSH-AFTER-RATE          PIC S9(3)V9(6)
                                           SIGN LEADING SEPARATE.
               10  RSH-AFTER-FLAG          PIC X(8).
               10  RSH-AFTER-DISPOSITION   PIC X(2).
               10  RSH-AFTER-TEXT          PIC X(80).
               10  RSH-AFTER-POSTED        PIC X(16).
