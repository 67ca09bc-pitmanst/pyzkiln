      *===============================================================
      * GLJREC - record layout for GLJRNL, the general-ledger journal
      *          GLEXTRCT builds from the day's RESMAST postings for
      *          the ledger feed: one "H" header, two "D" detail
      *          lines per posting change (the debit and the credit
      *          leg, same amount), and one "T" trailer with the
      *          control totals. The journal is only written whole:
      *          when any posting cannot be mapped or the legs do
      *          not balance, GLJRNL is left empty and the step ends
      *          RC 8.
      *
      *          GLJ-BUSINESS-DATE   business date of the postings.
      *          GLJ-SOURCE-ID       feeding system, "PYZKILN ".
      *          GLJ-LINE-COUNT      count of detail lines.
      *          GLJ-DEBIT-TOTAL /   sums of the DR and CR legs -
      *          GLJ-CREDIT-TOTAL    always equal on a released
      *                              journal.
      *          GLJ-ACTION          RESHIST action that produced the
      *                              line (ADD/UPDATE/CORRECT/
      *                              REVERSE).
      *===============================================================
       01  GLJ-RECORD.
           05  GLJ-RECORD-TYPE             PIC X(1).
               88  GLJ-HEADER              VALUE "H".
               88  GLJ-DETAIL              VALUE "D".
               88  GLJ-TRAILER             VALUE "T".
           05  GLJ-DETAIL-DATA.
               10  GLJ-LINE-NUMBER         PIC 9(6).
               10  GLJ-GL-ACCOUNT          PIC X(10).
               10  GLJ-DR-CR               PIC X(2).
                   88  GLJ-DEBIT           VALUE "DR".
                   88  GLJ-CREDIT          VALUE "CR".
               10  GLJ-AMOUNT              PIC 9(11)V99.
               10  GLJ-TXN-TYPE            PIC X(3).
               10  GLJ-ACCOUNT-NUMBER      PIC 9(10).
               10  GLJ-EFFECTIVE-DATE      PIC X(8).
               10  GLJ-ACTION              PIC X(8).
               10  FILLER                  PIC X(19).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-BUSINESS-DATE       PIC X(8).
               10  GLJ-SOURCE-ID           PIC X(8).
               10  GLJ-CREATED-TIMESTAMP   PIC X(16).
               10  FILLER                  PIC X(47).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-LINE-COUNT          PIC 9(6).
               10  GLJ-DEBIT-TOTAL         PIC 9(13)V99.
               10  GLJ-CREDIT-TOTAL        PIC 9(13)V99.
               10  FILLER                  PIC X(43).
