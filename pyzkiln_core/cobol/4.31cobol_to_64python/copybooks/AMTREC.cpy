      *          AMT-ACTION           ADD    = new account, opened
      *                                        with the given name.
      *                               CLOSE  = set an open account
      *                                        closed - refused while
      *                                        it has open items on
      *                                        PENDFILE, RJSUSP or
      *                                        APPRQ, unless FORCE.
      *                               REOPEN = set a closed account
      *                                        open again.
      *                               RENAME = replace the account
      *                                        name.
      *                               PRODUCT = replace the product
      *                                        code.
      *                               LIMITS = replace the per-
      *                                        transaction and daily
      *                                        limits.
      *          AMT-ACCOUNT-NUMBER   10-digit account number.
      *          AMT-ACCOUNT-NAME     account name (ADD and RENAME).
      *          AMT-PRODUCT-CODE     product code (PRODUCT; ADD
      *                               takes it when given).
      *          AMT-TXN-LIMIT        per-transaction limit, 7.2
      *                               digits, and
      *          AMT-DAILY-LIMIT      daily limit, 9.2 digits (both
      *                               LIMITS; ADD takes them when
      *                               given). Zero is no limit.
      *          AMT-CLOSE-OPTION     FORCE = close even with open
      *                               items, moving them to CLSDISP
      *                               for the desk (CLOSE only).
      *===============================================================
       01  AMT-RECORD.
           05  AMT-ACTION                  PIC X(8).
               88  AMT-ACTION-CLOSE        VALUE "CLOSE   ".
               88  AMT-ACTION-REOPEN       VALUE "REOPEN  ".
               88  AMT-ACTION-RENAME       VALUE "RENAME  ".
               88  AMT-ACTION-PRODUCT      VALUE "PRODUCT ".
               88  AMT-ACTION-LIMITS       VALUE "LIMITS  ".
           05  AMT-ACCOUNT-NUMBER          PIC X(10).
           05  AMT-ACCOUNT-NAME            PIC X(30).
           05  AMT-PRODUCT-CODE            PIC X(4).
           05  AMT-TXN-LIMIT-X             PIC X(9).
           05  AMT-TXN-LIMIT REDEFINES AMT-TXN-LIMIT-X
                                           PIC 9(7)V99.
           05  AMT-DAILY-LIMIT-X           PIC X(11).
           05  AMT-DAILY-LIMIT REDEFINES AMT-DAILY-LIMIT-X
                                           PIC 9(9)V99.
           05  AMT-CLOSE-OPTION            PIC X(8).
               88  AMT-CLOSE-FORCE         VALUE "FORCE   ".
