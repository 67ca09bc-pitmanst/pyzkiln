      *===============================================================
      * CDPREC - record layout for CLSDISP, the closed-account
      *          disposition file. When ACCTMNT force-closes an
      *          account that still has open items, each item is
      *          taken off the file it was waiting on - PENDFILE
      *          (warehoused future-dated), RJSUSP (reject suspense)
      *          or APPRQ (result awaiting approval) - and appended
      *          here with the close date, so the desk can refund or
      *          write it off deliberately instead of its failing
      *          CLOSED weeks later. CDP-ITEM-IMAGE is the item's
      *          record exactly as it stood on its own file (left
      *          justified, space filled).
      *===============================================================
       01  CDP-RECORD.
           05  CDP-CLOSE-DATE              PIC X(8).
           05  CDP-ACCOUNT-NUMBER          PIC X(10).
           05  CDP-SOURCE-FILE             PIC X(8).
               88  CDP-FROM-PENDFILE       VALUE "PENDFILE".
               88  CDP-FROM-RJSUSP         VALUE "RJSUSP  ".
               88  CDP-FROM-APPRQ          VALUE "APPRQ   ".
           05  CDP-TXN-TYPE                PIC X(3).
           05  CDP-AMOUNT                  PIC X(9).
           05  CDP-EFFECTIVE-DATE          PIC X(8).
           05  CDP-ITEM-IMAGE              PIC X(198).
