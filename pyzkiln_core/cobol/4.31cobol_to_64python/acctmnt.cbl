      *           console with the account it covered, and RC 8 at
      *           end of run flags that maintenance was applied
      *           without its audit trail.
      *2026-10-15 Added the PRODUCT and LIMITS actions: ACCTMST now
      *           carries a product code, a per-transaction limit and
      *           a daily limit, which COBTEST enforces before
      *           dispatch. ADD takes them too when they are given.
      *           A limit that is not numeric, or a daily limit below
      *           the per-transaction limit, is rejected. ACCTAUD
      *           images grow with the record.
      *2026-10-15 CLOSE now checks PENDFILE, RJSUSP and APPRQ for
      *           items still open on the account - warehoused
      *           future-dated transactions, suspended rejects,
      *           results awaiting approval - and lists each one
      *           under the transaction on the register. While any
      *           are open the close is refused. CLOSE with FORCE
      *           closes anyway and moves the items to the CLSDISP
      *           disposition file for the desk, rewriting the files
      *           they came from without them. A file that cannot
      *           be rewritten is RC 8.
      *2026-10-15 A forced close whose CLSDISP write fails leaves the
      *           item on the file it came from, lists it NOT MOVED
      *           on the register and ends RC 8, instead of counting
      *           it moved and dropping it from its file.
      *2026-10-15 CLOSE is refused while a partitioned night is
      *           waiting to be merged (PARTOPEN not empty): the
      *           partitions' copies of PENDFILE and RJSUSP would
      *           replace the masters at the merge and bring back
      *           any items a close had moved to CLSDISP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACCTMNT".
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-AUD-STATUS.
           SELECT MNTRPT-F ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDFILE-F ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RJSUSP-F ASSIGN TO "RJSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJSUSP-STATUS.
           SELECT APPRQ-F ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-STATUS.
           SELECT CLSDISP-F ASSIGN TO "CLSDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT PARTOPEN-F ASSIGN TO "PARTOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTOPEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTTXN-F
       FD  MNTRPT-F
           RECORDING MODE IS F.
       01  MNTRPT-REC                      PIC X(80).
       FD  PENDFILE-F
           RECORDING MODE IS F.
       COPY PNDREC.
       FD  RJSUSP-F
           RECORDING MODE IS F.
       COPY RJSREC.
       FD  APPRQ-F
           RECORDING MODE IS F.
       COPY APQREC.
       FD  CLSDISP-F
           RECORDING MODE IS F.
       COPY CDPREC.
       FD  PARTOPEN-F
           RECORDING MODE IS F.
       01  PARTOPEN-REC                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-FOUND          VALUE "Y" FALSE "N".
       01  WS-AUDIT-FAIL-SW           PIC X VALUE "N".
           88  WS-AUDIT-FAILED        VALUE "Y".
       01  WS-BEFORE-IMAGE            PIC X(65).
       01  WS-REJECT-TEXT             PIC X(30).
       01  WS-LIMIT-REJECT            PIC X(30).
       01  WS-NEW-TXN-LIMIT           PIC 9(7)V99.
       01  WS-NEW-DAILY-LIMIT         PIC 9(9)V99.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-RJSUSP-STATUS           PIC XX.
       01  WS-APPRQ-STATUS            PIC XX.
       01  WS-DISP-STATUS             PIC XX.
       01  WS-PARTOPEN-STATUS         PIC XX.
       01  WS-MERGE-PENDING-SW        PIC X VALUE "N".
           88  WS-MERGE-PENDING       VALUE "Y".
       01  WS-TODAY                   PIC X(8).
       01  WS-ITEM-EOF-SW             PIC X VALUE "N".
           88  WS-ITEM-EOF            VALUE "Y" FALSE "N".
       01  WS-ITEMS-UNCHECKED-SW      PIC X VALUE "N".
           88  WS-ITEMS-UNCHECKED     VALUE "Y".
       01  WS-REWRITE-FAIL-SW         PIC X VALUE "N".
           88  WS-REWRITE-FAILED      VALUE "Y".
       01  WS-PEND-CHANGED-SW         PIC X VALUE "N".
           88  WS-PEND-CHANGED        VALUE "Y".
       01  WS-SUSP-CHANGED-SW         PIC X VALUE "N".
           88  WS-SUSP-CHANGED        VALUE "Y".
       01  WS-APPRQ-CHANGED-SW        PIC X VALUE "N".
           88  WS-APPRQ-CHANGED       VALUE "Y".
      *    The three open-item files are held in memory for the run,
      *    as RESAPPR holds APPRQ, so a forced close can take its
      *    items off and each file is rewritten once at the end. The
      *    tables are at least as big as COBTEST's; a file bigger
      *    than its table leaves every CLOSE unchecked, and refused.
       01  WS-PEND-COUNT              PIC 9(4) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-PEND-IDX.
               10  WS-PEND-ITEM        PIC X(38).
               10  WS-PEND-ITEM-R REDEFINES WS-PEND-ITEM.
                   15  FILLER          PIC X(8).
                   15  WS-PEND-ACCOUNT PIC X(10).
                   15  WS-PEND-AMOUNT  PIC X(9).
                   15  WS-PEND-EFF-DATE PIC X(8).
                   15  WS-PEND-TYPE    PIC X(3).
               10  WS-PEND-MOVED-SW    PIC X.
                   88  WS-PEND-MOVED   VALUE "Y" FALSE "N".
       01  WS-SUSP-COUNT              PIC 9(4) VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-SUSP-IDX.
               10  WS-SUSP-ITEM        PIC X(49).
               10  WS-SUSP-ITEM-R REDEFINES WS-SUSP-ITEM.
                   15  FILLER          PIC X(11).
                   15  WS-SUSP-TYPE    PIC X(3).
                   15  WS-SUSP-ACCOUNT PIC X(10).
                   15  WS-SUSP-AMOUNT  PIC X(9).
                   15  WS-SUSP-EFF-DATE PIC X(8).
                   15  WS-SUSP-REASON  PIC X(8).
               10  WS-SUSP-MOVED-SW    PIC X.
                   88  WS-SUSP-MOVED   VALUE "Y" FALSE "N".
       01  WS-APPRQ-COUNT             PIC 9(4) VALUE 0.
       01  WS-APPRQ-TABLE.
           05  WS-APPRQ-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-APPRQ-IDX.
               10  WS-APPRQ-ITEM       PIC X(198).
               10  WS-APPRQ-ITEM-R REDEFINES WS-APPRQ-ITEM.
                   15  FILLER          PIC X(32).
                   15  WS-APPRQ-ITEM-STATUS PIC X(1).
                   15  WS-APPRQ-REASON PIC X(8).
                   15  WS-APPRQ-ACCOUNT PIC X(10).
                   15  WS-APPRQ-EFF-DATE PIC X(8).
                   15  WS-APPRQ-TYPE   PIC X(3).
                   15  FILLER          PIC X(13).
                   15  WS-APPRQ-AMOUNT PIC X(9).
                   15  FILLER          PIC X(114).
               10  WS-APPRQ-MOVED-SW   PIC X.
                   88  WS-APPRQ-MOVED  VALUE "Y" FALSE "N".
      *    What is done with each open item the scan finds: count
      *    it, list it as still held, or move it to CLSDISP.
       01  WS-SCAN-MODE               PIC X.
           88  WS-SCAN-COUNT          VALUE "C".
           88  WS-SCAN-LIST           VALUE "L".
           88  WS-SCAN-MOVE           VALUE "M".
       01  WS-OPEN-ITEM-COUNT         PIC 9(4).
       01  WS-ITEM-SOURCE             PIC X(8).
       01  WS-ITEM-TYPE               PIC X(3).
       01  WS-ITEM-AMOUNT             PIC X(9).
       01  WS-ITEM-AMOUNT-NUM REDEFINES WS-ITEM-AMOUNT
                                      PIC 9(7)V99.
       01  WS-ITEM-EFF-DATE           PIC X(8).
       01  WS-ITEM-DETAIL             PIC X(8).
       01  WS-ITEM-IMAGE              PIC X(198).
       01  WS-ITEM-DISPOSITION        PIC X(32).
       01  WS-ITEM-WRITTEN-SW         PIC X VALUE "N".
           88  WS-ITEM-WRITTEN        VALUE "Y" FALSE "N".
       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-X REDEFINES WS-EDIT-AMOUNT
                                      PIC X(12).
       01  WS-EDIT-ITEMS              PIC ZZZ9.
       01  WS-FORCED-COUNT            PIC 9(5) VALUE 0.
       01  WS-MOVED-COUNT             PIC 9(5) VALUE 0.
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM OPEN-ACCOUNT-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-OPEN-ITEM-FILES.
           PERFORM CHECK-PARTITION-MERGE.
           OPEN OUTPUT MNTRPT-F.
           MOVE "ACCOUNT MASTER MAINTENANCE REGISTER" TO MNTRPT-REC.
           WRITE MNTRPT-REC.
           MOVE SPACES TO MNTRPT-REC.
           WRITE MNTRPT-REC.
           PERFORM APPLY-MAINTENANCE-FILE.
           PERFORM REWRITE-OPEN-ITEM-FILES.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE MNTRPT-F.
           CLOSE ACCTMST-F.
           IF WS-AUDIT-FAILED OR WS-REWRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
               STOP RUN
           END-IF.

      *    A file that is not allocated simply holds no open items.
       LOAD-OPEN-ITEM-FILES.
           OPEN INPUT PENDFILE-F.
           IF WS-PEND-STATUS = "00"
               SET WS-ITEM-EOF TO FALSE
               PERFORM UNTIL WS-ITEM-EOF
                   READ PENDFILE-F
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PEND-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDFILE-F
           END-IF.
           OPEN INPUT RJSUSP-F.
           IF WS-RJSUSP-STATUS = "00"
               SET WS-ITEM-EOF TO FALSE
               PERFORM UNTIL WS-ITEM-EOF
                   READ RJSUSP-F
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SUSP-ITEM
                   END-READ
               END-PERFORM
               CLOSE RJSUSP-F
           END-IF.
           OPEN INPUT APPRQ-F.
           IF WS-APPRQ-STATUS = "00"
               SET WS-ITEM-EOF TO FALSE
               PERFORM UNTIL WS-ITEM-EOF
                   READ APPRQ-F
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-APPRQ-ITEM
                   END-READ
               END-PERFORM
               CLOSE APPRQ-F
           END-IF.
           IF WS-ITEMS-UNCHECKED
               DISPLAY "ACCTMNT: AN OPEN-ITEM FILE HOLDS MORE THAN"
                   " 1000 RECORDS - EVERY CLOSE WILL BE REFUSED"
           END-IF.

      *    Each partition job copies PARTCTL onto PARTOPEN before it
      *    takes its copies of PENDFILE and RJSUSP; COBMRGJ empties
      *    it once the copies are merged back over the masters. A
      *    record on it means the masters will be replaced, so no
      *    item may be taken off them until then. A PARTOPEN that
      *    is not allocated means no partitioned nights are run.
       CHECK-PARTITION-MERGE.
           OPEN INPUT PARTOPEN-F.
           IF WS-PARTOPEN-STATUS = "00"
               READ PARTOPEN-F
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-MERGE-PENDING TO TRUE
               END-READ
               CLOSE PARTOPEN-F
           END-IF.
           IF WS-MERGE-PENDING
               DISPLAY "ACCTMNT: A PARTITIONED NIGHT IS NOT YET"
                   " MERGED - EVERY CLOSE WILL BE REFUSED"
           END-IF.

       LOAD-ONE-PEND-ITEM.
           IF WS-PEND-COUNT < 1000
               ADD 1 TO WS-PEND-COUNT
               SET WS-PEND-IDX TO WS-PEND-COUNT
               MOVE PND-RECORD TO WS-PEND-ITEM(WS-PEND-IDX)
               SET WS-PEND-MOVED(WS-PEND-IDX) TO FALSE
           ELSE
               SET WS-ITEMS-UNCHECKED TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF.

       LOAD-ONE-SUSP-ITEM.
           IF WS-SUSP-COUNT < 1000
               ADD 1 TO WS-SUSP-COUNT
               SET WS-SUSP-IDX TO WS-SUSP-COUNT
               MOVE RJS-RECORD TO WS-SUSP-ITEM(WS-SUSP-IDX)
               SET WS-SUSP-MOVED(WS-SUSP-IDX) TO FALSE
           ELSE
               SET WS-ITEMS-UNCHECKED TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF.

       LOAD-ONE-APPRQ-ITEM.
           IF WS-APPRQ-COUNT < 1000
               ADD 1 TO WS-APPRQ-COUNT
               SET WS-APPRQ-IDX TO WS-APPRQ-COUNT
               MOVE APQ-RECORD TO WS-APPRQ-ITEM(WS-APPRQ-IDX)
               SET WS-APPRQ-MOVED(WS-APPRQ-IDX) TO FALSE
           ELSE
               SET WS-ITEMS-UNCHECKED TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF.

       APPLY-MAINTENANCE-FILE.
           OPEN INPUT ACCTTXN-F.
           IF WS-TXN-STATUS = "00"
                   PERFORM APPLY-REOPEN
               WHEN AMT-ACTION-RENAME
                   PERFORM APPLY-RENAME
               WHEN AMT-ACTION-PRODUCT
                   PERFORM APPLY-PRODUCT
               WHEN AMT-ACTION-LIMITS
                   PERFORM APPLY-LIMITS
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
                   MOVE ACT-RECORD TO WS-BEFORE-IMAGE
           END-READ.

      *    An ADD with no limits given opens the account with none
      *    (zero); blank limits on a LIMITS transaction are an
      *    error, so clearing a limit takes explicit zeros.
       EDIT-AMT-LIMITS.
           MOVE SPACES TO WS-LIMIT-REJECT.
           MOVE 0 TO WS-NEW-TXN-LIMIT.
           MOVE 0 TO WS-NEW-DAILY-LIMIT.
           IF AMT-TXN-LIMIT IS NUMERIC
               MOVE AMT-TXN-LIMIT TO WS-NEW-TXN-LIMIT
           ELSE
               IF AMT-TXN-LIMIT-X NOT = SPACES OR AMT-ACTION-LIMITS
                   MOVE "TXN LIMIT NOT NUMERIC" TO WS-LIMIT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF AMT-DAILY-LIMIT IS NUMERIC
               MOVE AMT-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
           ELSE
               IF AMT-DAILY-LIMIT-X NOT = SPACES OR AMT-ACTION-LIMITS
                   MOVE "DAILY LIMIT NOT NUMERIC" TO WS-LIMIT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NEW-TXN-LIMIT > 0 AND WS-NEW-DAILY-LIMIT > 0
                   AND WS-NEW-DAILY-LIMIT < WS-NEW-TXN-LIMIT
               MOVE "DAILY LIMIT BELOW TXN LIMIT" TO WS-LIMIT-REJECT
           END-IF.

       APPLY-ADD.
           PERFORM EDIT-AMT-LIMITS.
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND
                   MOVE "ACCOUNT ALREADY EXISTS" TO WS-REJECT-TEXT
               WHEN AMT-ACCOUNT-NAME = SPACES
                   MOVE "NAME REQUIRED" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN WS-LIMIT-REJECT NOT = SPACES
                   MOVE WS-LIMIT-REJECT TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN OTHER
                   MOVE AMT-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
                   SET ACT-OPEN TO TRUE
                   MOVE AMT-ACCOUNT-NAME TO ACT-ACCOUNT-NAME
                   MOVE AMT-PRODUCT-CODE TO ACT-PRODUCT-CODE
                   MOVE WS-NEW-TXN-LIMIT TO ACT-TXN-LIMIT
                   MOVE WS-NEW-DAILY-LIMIT TO ACT-DAILY-LIMIT
                   WRITE ACT-RECORD
                   PERFORM FINISH-APPLIED-TXN
           END-EVALUATE.

      *    Anything still open on the account would only fail
      *    CLOSED later, so it is listed under the CLOSE and the
      *    close refused - unless FORCE says close anyway, when the
      *    items go to CLSDISP for the desk. The disposition file is
      *    opened before the account is touched: if it cannot be
      *    opened, nothing moves and the account stays open. An
      *    item whose CLSDISP write then fails stays on its file
      *    (HANDLE-OPEN-ITEM) and the run ends RC 8.
       APPLY-CLOSE.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
               WHEN ACT-CLOSED
                   MOVE "ALREADY CLOSED" TO WS-REJECT-TEXT
               WHEN WS-ITEMS-UNCHECKED
                   MOVE "OPEN ITEMS NOT CHECKED" TO WS-REJECT-TEXT
               WHEN WS-MERGE-PENDING
                   MOVE "PARTITION MERGE PENDING" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OPEN-ITEM-COUNT.
           SET WS-SCAN-COUNT TO TRUE.
           PERFORM SCAN-OPEN-ITEMS.
           IF WS-OPEN-ITEM-COUNT > 0 AND NOT AMT-CLOSE-FORCE
               MOVE WS-OPEN-ITEM-COUNT TO WS-EDIT-ITEMS
               STRING WS-EDIT-ITEMS DELIMITED BY SIZE
                   " OPEN ITEM(S), NOT FORCED" DELIMITED BY SIZE
                   INTO WS-REJECT-TEXT
               END-STRING
               PERFORM FINISH-REJECTED-TXN
               SET WS-SCAN-LIST TO TRUE
               PERFORM SCAN-OPEN-ITEMS
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPEN-ITEM-COUNT > 0
               PERFORM OPEN-DISPOSITION-FILE
               IF WS-DISP-STATUS NOT = "00"
                   MOVE "CLSDISP NOT AVAILABLE" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
                   SET WS-SCAN-LIST TO TRUE
                   PERFORM SCAN-OPEN-ITEMS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET ACT-CLOSED TO TRUE.
           REWRITE ACT-RECORD.
           PERFORM FINISH-APPLIED-TXN.
           IF WS-OPEN-ITEM-COUNT > 0
               ADD 1 TO WS-FORCED-COUNT
               SET WS-SCAN-MOVE TO TRUE
               PERFORM SCAN-OPEN-ITEMS
               CLOSE CLSDISP-F
           END-IF.

       OPEN-DISPOSITION-FILE.
           OPEN EXTEND CLSDISP-F.
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT CLSDISP-F
           END-IF.
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "ACCTMNT: CLSDISP OPEN FAILED, STATUS="
                   WS-DISP-STATUS " - ACCOUNT " AMT-ACCOUNT-NUMBER
                   " NOT CLOSED"
           END-IF.

       SCAN-OPEN-ITEMS.
           PERFORM SCAN-ONE-PEND-ITEM
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT.
           PERFORM SCAN-ONE-SUSP-ITEM
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
           PERFORM SCAN-ONE-APPRQ-ITEM
               VARYING WS-APPRQ-IDX FROM 1 BY 1
               UNTIL WS-APPRQ-IDX > WS-APPRQ-COUNT.

       SCAN-ONE-PEND-ITEM.
           IF WS-PEND-ACCOUNT(WS-PEND-IDX) NOT = AMT-ACCOUNT-NUMBER
                   OR WS-PEND-MOVED(WS-PEND-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE "PENDFILE" TO WS-ITEM-SOURCE.
           MOVE WS-PEND-TYPE(WS-PEND-IDX) TO WS-ITEM-TYPE.
           MOVE WS-PEND-AMOUNT(WS-PEND-IDX) TO WS-ITEM-AMOUNT.
           MOVE WS-PEND-EFF-DATE(WS-PEND-IDX) TO WS-ITEM-EFF-DATE.
           MOVE "FUTURE" TO WS-ITEM-DETAIL.
           MOVE WS-PEND-ITEM(WS-PEND-IDX) TO WS-ITEM-IMAGE.
           PERFORM HANDLE-OPEN-ITEM.
           IF WS-SCAN-MOVE AND WS-ITEM-WRITTEN
               SET WS-PEND-MOVED(WS-PEND-IDX) TO TRUE
               SET WS-PEND-CHANGED TO TRUE
           END-IF.

       SCAN-ONE-SUSP-ITEM.
           IF WS-SUSP-ACCOUNT(WS-SUSP-IDX) NOT = AMT-ACCOUNT-NUMBER
                   OR WS-SUSP-MOVED(WS-SUSP-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE "RJSUSP" TO WS-ITEM-SOURCE.
           MOVE WS-SUSP-TYPE(WS-SUSP-IDX) TO WS-ITEM-TYPE.
           MOVE WS-SUSP-AMOUNT(WS-SUSP-IDX) TO WS-ITEM-AMOUNT.
           MOVE WS-SUSP-EFF-DATE(WS-SUSP-IDX) TO WS-ITEM-EFF-DATE.
           MOVE WS-SUSP-REASON(WS-SUSP-IDX) TO WS-ITEM-DETAIL.
           MOVE WS-SUSP-ITEM(WS-SUSP-IDX) TO WS-ITEM-IMAGE.
           PERFORM HANDLE-OPEN-ITEM.
           IF WS-SCAN-MOVE AND WS-ITEM-WRITTEN
               SET WS-SUSP-MOVED(WS-SUSP-IDX) TO TRUE
               SET WS-SUSP-CHANGED TO TRUE
           END-IF.

      *    Only a result still pending is open; RESAPPR has already
      *    dropped decided ones from the queue.
       SCAN-ONE-APPRQ-ITEM.
           IF WS-APPRQ-ACCOUNT(WS-APPRQ-IDX) NOT = AMT-ACCOUNT-NUMBER
                   OR WS-APPRQ-ITEM-STATUS(WS-APPRQ-IDX) NOT = "P"
                   OR WS-APPRQ-MOVED(WS-APPRQ-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE "APPRQ" TO WS-ITEM-SOURCE.
           MOVE WS-APPRQ-TYPE(WS-APPRQ-IDX) TO WS-ITEM-TYPE.
           MOVE WS-APPRQ-AMOUNT(WS-APPRQ-IDX) TO WS-ITEM-AMOUNT.
           MOVE WS-APPRQ-EFF-DATE(WS-APPRQ-IDX) TO WS-ITEM-EFF-DATE.
           MOVE WS-APPRQ-REASON(WS-APPRQ-IDX) TO WS-ITEM-DETAIL.
           MOVE WS-APPRQ-ITEM(WS-APPRQ-IDX) TO WS-ITEM-IMAGE.
           PERFORM HANDLE-OPEN-ITEM.
           IF WS-SCAN-MOVE AND WS-ITEM-WRITTEN
               SET WS-APPRQ-MOVED(WS-APPRQ-IDX) TO TRUE
               SET WS-APPRQ-CHANGED TO TRUE
           END-IF.

      *    An item is only taken off its file once it is safely on
      *    CLSDISP; one that cannot be written stays where it was.
       HANDLE-OPEN-ITEM.
           IF WS-SCAN-COUNT
               ADD 1 TO WS-OPEN-ITEM-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-ITEM-WRITTEN TO FALSE.
           IF WS-SCAN-MOVE
               MOVE WS-TODAY TO CDP-CLOSE-DATE
               MOVE AMT-ACCOUNT-NUMBER TO CDP-ACCOUNT-NUMBER
               MOVE WS-ITEM-SOURCE TO CDP-SOURCE-FILE
               MOVE WS-ITEM-TYPE TO CDP-TXN-TYPE
               MOVE WS-ITEM-AMOUNT TO CDP-AMOUNT
               MOVE WS-ITEM-EFF-DATE TO CDP-EFFECTIVE-DATE
               MOVE WS-ITEM-IMAGE TO CDP-ITEM-IMAGE
               WRITE CDP-RECORD
               IF WS-DISP-STATUS = "00"
                   SET WS-ITEM-WRITTEN TO TRUE
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE "MOVED TO CLSDISP" TO WS-ITEM-DISPOSITION
               ELSE
                   SET WS-REWRITE-FAILED TO TRUE
                   DISPLAY "ACCTMNT: CLSDISP WRITE FAILED, STATUS="
                       WS-DISP-STATUS " - " WS-ITEM-SOURCE
                       " ITEM FOR ACCOUNT " AMT-ACCOUNT-NUMBER
                       " LEFT ON ITS FILE"
                   MOVE "NOT MOVED - CLSDISP WRITE FAILED"
                       TO WS-ITEM-DISPOSITION
               END-IF
           ELSE
               MOVE "STILL OPEN" TO WS-ITEM-DISPOSITION
           END-IF.
           IF WS-ITEM-AMOUNT IS NUMERIC
               MOVE WS-ITEM-AMOUNT-NUM TO WS-EDIT-AMOUNT
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT-X
           END-IF.
           MOVE SPACES TO MNTRPT-REC.
           STRING "    " DELIMITED BY SIZE
               WS-ITEM-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-EFF-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-DETAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-DISPOSITION DELIMITED BY SIZE
               INTO MNTRPT-REC
           END-STRING.
           WRITE MNTRPT-REC.

      *    Only a file that lost items to a forced close is
      *    rewritten. If one cannot be, its moved items are on
      *    CLSDISP and still on the file as well - say so, RC 8.
       REWRITE-OPEN-ITEM-FILES.
           IF WS-PEND-CHANGED
               OPEN OUTPUT PENDFILE-F
               IF WS-PEND-STATUS = "00"
                   PERFORM REWRITE-ONE-PEND-ITEM
                       VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   CLOSE PENDFILE-F
               ELSE
                   SET WS-REWRITE-FAILED TO TRUE
                   DISPLAY "ACCTMNT: PENDFILE REWRITE FAILED, STATUS="
                       WS-PEND-STATUS " - FORCED ITEMS ALSO STILL"
                       " ON PENDFILE"
               END-IF
           END-IF.
           IF WS-SUSP-CHANGED
               OPEN OUTPUT RJSUSP-F
               IF WS-RJSUSP-STATUS = "00"
                   PERFORM REWRITE-ONE-SUSP-ITEM
                       VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   CLOSE RJSUSP-F
               ELSE
                   SET WS-REWRITE-FAILED TO TRUE
                   DISPLAY "ACCTMNT: RJSUSP REWRITE FAILED, STATUS="
                       WS-RJSUSP-STATUS " - FORCED ITEMS ALSO STILL"
                       " ON RJSUSP"
               END-IF
           END-IF.
           IF WS-APPRQ-CHANGED
               OPEN OUTPUT APPRQ-F
               IF WS-APPRQ-STATUS = "00"
                   PERFORM REWRITE-ONE-APPRQ-ITEM
                       VARYING WS-APPRQ-IDX FROM 1 BY 1
                       UNTIL WS-APPRQ-IDX > WS-APPRQ-COUNT
                   CLOSE APPRQ-F
               ELSE
                   SET WS-REWRITE-FAILED TO TRUE
                   DISPLAY "ACCTMNT: APPRQ REWRITE FAILED, STATUS="
                       WS-APPRQ-STATUS " - FORCED ITEMS ALSO STILL"
                       " ON APPRQ"
               END-IF
           END-IF.

       REWRITE-ONE-PEND-ITEM.
           IF NOT WS-PEND-MOVED(WS-PEND-IDX)
               MOVE WS-PEND-ITEM(WS-PEND-IDX) TO PND-RECORD
               WRITE PND-RECORD
           END-IF.

       REWRITE-ONE-SUSP-ITEM.
           IF NOT WS-SUSP-MOVED(WS-SUSP-IDX)
               MOVE WS-SUSP-ITEM(WS-SUSP-IDX) TO RJS-RECORD
               WRITE RJS-RECORD
           END-IF.

       REWRITE-ONE-APPRQ-ITEM.
           IF NOT WS-APPRQ-MOVED(WS-APPRQ-IDX)
               MOVE WS-APPRQ-ITEM(WS-APPRQ-IDX) TO APQ-RECORD
               WRITE APQ-RECORD
           END-IF.

       APPLY-REOPEN.
           EVALUATE TRUE
                   PERFORM FINISH-APPLIED-TXN
           END-EVALUATE.

       APPLY-PRODUCT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN AMT-PRODUCT-CODE = SPACES
                   MOVE "PRODUCT CODE REQUIRED" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN OTHER
                   MOVE AMT-PRODUCT-CODE TO ACT-PRODUCT-CODE
                   REWRITE ACT-RECORD
                   PERFORM FINISH-APPLIED-TXN
           END-EVALUATE.

       APPLY-LIMITS.
           PERFORM EDIT-AMT-LIMITS.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN WS-LIMIT-REJECT NOT = SPACES
                   MOVE WS-LIMIT-REJECT TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
               WHEN OTHER
                   MOVE WS-NEW-TXN-LIMIT TO ACT-TXN-LIMIT
                   MOVE WS-NEW-DAILY-LIMIT TO ACT-DAILY-LIMIT
                   REWRITE ACT-RECORD
                   PERFORM FINISH-APPLIED-TXN
           END-EVALUATE.

       FINISH-APPLIED-TXN.
           ADD 1 TO WS-APPLIED-COUNT.
           SET AUD-APPLIED TO TRUE.
               INTO MNTRPT-REC
           END-STRING.
           WRITE MNTRPT-REC.
           MOVE WS-FORCED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MNTRPT-REC.
           STRING "CLOSES FORCED:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO MNTRPT-REC
           END-STRING.
           WRITE MNTRPT-REC.
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MNTRPT-REC.
           STRING "ITEMS MOVED TO CLSDISP:" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO MNTRPT-REC
           END-STRING.
           WRITE MNTRPT-REC.
