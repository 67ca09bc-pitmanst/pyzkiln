      *          ACCTMNT maintains the file from add/close/reopen/
      *          rename maintenance transactions, with before/after
      *          images to the ACCTAUD audit file.
      *
      *          The product code and the two limits are set by the
      *          ACCTMNT PRODUCT and LIMITS actions. COBTEST rejects
      *          a transaction whose amount is over ACT-TXN-LIMIT
      *          (OVERLIM), or that takes the account's total for
      *          the business date over ACT-DAILY-LIMIT (VELOCITY).
      *          A zero limit - or spaces, on a record carried over
      *          from before the limits existed - is no limit.
      *===============================================================
       01  ACT-RECORD.
           05  ACT-ACCOUNT-NUMBER          PIC X(10).
               88  ACT-OPEN                VALUE "O".
               88  ACT-CLOSED              VALUE "C".
           05  ACT-ACCOUNT-NAME            PIC X(30).
           05  ACT-PRODUCT-CODE            PIC X(4).
           05  ACT-TXN-LIMIT               PIC 9(7)V99.
           05  ACT-DAILY-LIMIT             PIC 9(9)V99.
