      *2026-10-15 New program. General-ledger journal extract: reads
      *           the RESHIST posting history for the business date
      *           on RUNTOTS and journals every change the day made
      *           to RESMAST - an add at its posted value, an update
      *           or correction at the difference, a reversal at the
      *           value backed out - as a debit and a credit leg to
      *           the GL accounts GLMAP maps its transaction type to.
      *           The journal (GLJRNL, header / details / trailer
      *           control totals) is proved in a first pass and only
      *           written when every posting maps and the legs
      *           balance; otherwise GLJRNL is left empty and the
      *           step ends RC 8, so a partial journal never reaches
      *           the ledger feed. GLSRPT summarises the journal by
      *           GL account and lists any exceptions.
      *2026-10-15 The proof now balances against controls kept apart
      *           from the leg totals: the value of the history
      *           records read for the date, and the debits and
      *           credits summed back out of the GL account table.
      *           The proved legs, the account table and the written
      *           journal must all agree with the history control or
      *           the journal is held.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GLEXTRCT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNTOTS-F ASSIGN TO "RUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-STATUS.
           SELECT GLMAP-F ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT RESHIST-F ASSIGN TO "RESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT GLJRNL-F ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT GLSRPT-F ASSIGN TO "GLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNTOTS-F
           RECORDING MODE IS F.
       COPY RTOREC.
       FD  GLMAP-F
           RECORDING MODE IS F.
       COPY GLMREC.
       FD  RESHIST-F
           RECORDING MODE IS F.
       COPY RSHREC.
       FD  GLJRNL-F
           RECORDING MODE IS F.
       COPY GLJREC.
       FD  GLSRPT-F
           RECORDING MODE IS F.
       01  GLSRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUNTOTS-STATUS          PIC XX.
       01  WS-GLMAP-STATUS            PIC XX.
       01  WS-RESHIST-STATUS          PIC XX.
       01  WS-GLJRNL-STATUS           PIC XX.
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-GLMAP-EOF-SW            PIC X VALUE "N".
           88  WS-GLMAP-EOF           VALUE "Y".
       01  WS-HIST-EOF-SW             PIC X VALUE "N".
           88  WS-HIST-EOF            VALUE "Y" FALSE "N".
       01  WS-JOURNAL-PASS-SW         PIC X VALUE "N".
           88  WS-JOURNAL-PASS        VALUE "Y" FALSE "N".
       01  WS-JOURNAL-HELD-SW         PIC X VALUE "N".
           88  WS-JOURNAL-HELD        VALUE "Y".
       01  WS-MAP-FOUND-SW            PIC X VALUE "N".
           88  WS-MAP-FOUND           VALUE "Y" FALSE "N".
       01  WS-AMOUNT-VALID-SW         PIC X VALUE "N".
           88  WS-AMOUNT-VALID        VALUE "Y" FALSE "N".
       01  WS-GLS-FOUND-SW            PIC X VALUE "N".
           88  WS-GLS-FOUND           VALUE "Y" FALSE "N".
       01  WS-OUT-OF-BALANCE-SW       PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE      VALUE "Y".
      *    The mapping table, loaded once from GLMAP.
       01  WS-MAP-COUNT               PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-MAP-IDX.
               10  WS-MAP-TXN-TYPE     PIC X(3).
               10  WS-MAP-DEBIT        PIC X(10).
               10  WS-MAP-CREDIT       PIC X(10).
               10  WS-MAP-DESCRIPTION  PIC X(30).
      *    Journal totals by GL account, for the summary report.
       01  WS-GLS-COUNT               PIC 9(3) VALUE 0.
       01  WS-GLS-TABLE.
           05  WS-GLS-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-GLS-IDX.
               10  WS-GLS-ACCOUNT      PIC X(10).
               10  WS-GLS-DEBIT        PIC S9(13)V99 COMP-3.
               10  WS-GLS-CREDIT       PIC S9(13)V99 COMP-3.
       01  WS-WANTED-TXN-TYPE         PIC X(3).
       01  WS-WANTED-GL-ACCOUNT       PIC X(10).
       01  WS-POSTING-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DEBIT-ACCOUNT           PIC X(10).
       01  WS-CREDIT-ACCOUNT          PIC X(10).
       01  WS-EXCEPTION-TEXT          PIC X(30).
       01  WS-MAP-ERROR-COUNT         PIC 9(5) VALUE 0.
       01  WS-DAY-POSTING-COUNT       PIC 9(5) VALUE 0.
       01  WS-ZERO-COUNT              PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
      *    Pass 1 proves the journal; pass 2 writes it and must come
      *    to the same totals.
       01  WS-PROVE-LINE-COUNT        PIC 9(6) VALUE 0.
       01  WS-PROVE-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01  WS-PROVE-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-JRNL-LINE-COUNT         PIC 9(6) VALUE 0.
       01  WS-JRNL-DEBIT-TOTAL        PIC 9(13)V99 VALUE 0.
       01  WS-JRNL-CREDIT-TOTAL       PIC 9(13)V99 VALUE 0.
      *    The controls the proof is balanced against: the value of
      *    the history records read for the date, whichever way
      *    each moved, and the debits and credits summed back out
      *    of the GL account table.
       01  WS-HIST-CONTROL-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-GLS-DEBIT-SUM           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLS-CREDIT-SUM          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
       01  WS-EDIT-MONEY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-MONEY2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-NET                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-AMOUNT              PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT GLSRPT-F.
           MOVE SPACES TO GLSRPT-REC.
           STRING "GENERAL-LEDGER JOURNAL SUMMARY - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE SPACES TO GLSRPT-REC.
           WRITE GLSRPT-REC.
           PERFORM LOAD-GL-MAP.
           SET WS-JOURNAL-PASS TO FALSE.
           PERFORM READ-POSTING-HISTORY.
           PERFORM CHECK-PROVED-BALANCE.
           IF WS-MAP-ERROR-COUNT > 0
                   OR WS-EXCEPTION-COUNT > 0
                   OR WS-OUT-OF-BALANCE
               SET WS-JOURNAL-HELD TO TRUE
           ELSE
               PERFORM WRITE-JOURNAL
           END-IF.
           IF WS-JOURNAL-HELD
               PERFORM EMPTY-JOURNAL
           END-IF.
           PERFORM WRITE-SUMMARY-REPORT.
           CLOSE GLSRPT-F.
           DISPLAY "GLEXTRCT: BUSINESS DATE " WS-BUSINESS-DATE
               " POSTINGS=" WS-DAY-POSTING-COUNT
               " ZERO=" WS-ZERO-COUNT
               " EXCEPTIONS=" WS-EXCEPTION-COUNT
               " LINES=" WS-JRNL-LINE-COUNT.
           IF WS-JOURNAL-HELD
               DISPLAY "GLEXTRCT: JOURNAL HELD, NOTHING RELEASED TO"
                   " THE LEDGER FEED - SEE GLSRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The journal covers the postings of the run whose
      *    RUNTOTS record is current; with none (an ad hoc
      *    extract) today's date stands in.
       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUNTOTS-F.
           IF WS-RUNTOTS-STATUS = "00"
               READ RUNTOTS-F
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTO-BUSINESS-DATE NOT = SPACES
                           MOVE RTO-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUNTOTS-F
           END-IF.

      *    A mapping the extract cannot trust holds the journal: a
      *    missing GLMAP, a type mapped twice, an entry with a
      *    blank GL account, or more types than the table holds.
       LOAD-GL-MAP.
           OPEN INPUT GLMAP-F.
           IF WS-GLMAP-STATUS = "00"
               PERFORM UNTIL WS-GLMAP-EOF
                   READ GLMAP-F
                       AT END
                           SET WS-GLMAP-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-GL-MAPPING
                   END-READ
               END-PERFORM
               CLOSE GLMAP-F
           ELSE
               ADD 1 TO WS-MAP-ERROR-COUNT
               MOVE SPACES TO GLSRPT-REC
               STRING "  NO GLMAP MAPPING TABLE, STATUS="
                   DELIMITED BY SIZE
                   WS-GLMAP-STATUS DELIMITED BY SIZE
                   INTO GLSRPT-REC
               END-STRING
               WRITE GLSRPT-REC
           END-IF.

       LOAD-ONE-GL-MAPPING.
           IF GLM-TXN-TYPE(1:1) = "*" OR GLM-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE GLM-TXN-TYPE TO WS-WANTED-TXN-TYPE.
           PERFORM FIND-GL-MAPPING.
           EVALUATE TRUE
               WHEN WS-MAP-FOUND
                   MOVE "TYPE MAPPED TWICE" TO WS-EXCEPTION-TEXT
               WHEN GLM-DEBIT-ACCOUNT = SPACES
                       OR GLM-CREDIT-ACCOUNT = SPACES
                   MOVE "BLANK GL ACCOUNT" TO WS-EXCEPTION-TEXT
               WHEN WS-MAP-COUNT NOT < 100
                   MOVE "MAPPING TABLE FULL" TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE GLM-TXN-TYPE TO WS-MAP-TXN-TYPE(WS-MAP-IDX)
                   MOVE GLM-DEBIT-ACCOUNT TO WS-MAP-DEBIT(WS-MAP-IDX)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO WS-MAP-CREDIT(WS-MAP-IDX)
                   MOVE GLM-DESCRIPTION
                       TO WS-MAP-DESCRIPTION(WS-MAP-IDX)
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-MAP-ERROR-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  GLMAP " DELIMITED BY SIZE
               GLM-TXN-TYPE DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.

       FIND-GL-MAPPING.
           SET WS-MAP-FOUND TO FALSE.
           IF WS-MAP-COUNT > 0
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-TXN-TYPE(WS-MAP-IDX)
                           = WS-WANTED-TXN-TYPE
                       SET WS-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    One read of the cumulative history per pass, taking only
      *    the business date's records. Pass 1 (WS-JOURNAL-PASS
      *    off) proves and lists exceptions; pass 2 writes.
       READ-POSTING-HISTORY.
           SET WS-HIST-EOF TO FALSE.
           OPEN INPUT RESHIST-F.
           IF WS-RESHIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF
                   READ RESHIST-F
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF RSH-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM JOURNAL-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESHIST-F
           ELSE
               IF NOT WS-JOURNAL-PASS
                   DISPLAY "GLEXTRCT: NO RESHIST, STATUS="
                       WS-RESHIST-STATUS " - EMPTY JOURNAL"
               END-IF
           END-IF.

       JOURNAL-ONE-POSTING.
           IF NOT WS-JOURNAL-PASS
               ADD 1 TO WS-DAY-POSTING-COUNT
           END-IF.
           PERFORM COMPUTE-POSTING-AMOUNT.
           MOVE RSH-TXN-TYPE TO WS-WANTED-TXN-TYPE.
           PERFORM FIND-GL-MAPPING.
           EVALUATE TRUE
               WHEN NOT WS-AMOUNT-VALID
                   MOVE "HISTORY IMAGE NOT NUMERIC"
                       TO WS-EXCEPTION-TEXT
                   PERFORM NOTE-POSTING-EXCEPTION
               WHEN NOT WS-MAP-FOUND
                   MOVE "TRANSACTION TYPE NOT MAPPED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM NOTE-POSTING-EXCEPTION
               WHEN WS-POSTING-AMOUNT = 0
                   IF NOT WS-JOURNAL-PASS
                       ADD 1 TO WS-ZERO-COUNT
                   END-IF
               WHEN OTHER
                   IF NOT WS-JOURNAL-PASS
                       PERFORM ADD-HISTORY-CONTROL
                   END-IF
      *            A negative change journals the other way round.
                   IF WS-POSTING-AMOUNT < 0
                       COMPUTE WS-POSTING-AMOUNT =
                           0 - WS-POSTING-AMOUNT
                       MOVE WS-MAP-CREDIT(WS-MAP-IDX)
                           TO WS-DEBIT-ACCOUNT
                       MOVE WS-MAP-DEBIT(WS-MAP-IDX)
                           TO WS-CREDIT-ACCOUNT
                   ELSE
                       MOVE WS-MAP-DEBIT(WS-MAP-IDX)
                           TO WS-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT(WS-MAP-IDX)
                           TO WS-CREDIT-ACCOUNT
                   END-IF
                   IF WS-JOURNAL-PASS
                       PERFORM WRITE-JOURNAL-LEGS
                   ELSE
                       PERFORM PROVE-JOURNAL-LEGS
                   END-IF
           END-EVALUATE.

      *    The change this posting made to RESMAST, rounded to the
      *    cent: an ADD at the value posted, an UPDATE or CORRECT
      *    at the difference, a REVERSE at the value backed out.
       COMPUTE-POSTING-AMOUNT.
           SET WS-AMOUNT-VALID TO FALSE.
           MOVE 0 TO WS-POSTING-AMOUNT.
           EVALUATE TRUE
               WHEN RSH-ACTION-ADD
                   IF RSH-AFTER-VALUE IS NUMERIC
                       COMPUTE WS-POSTING-AMOUNT ROUNDED =
                           RSH-AFTER-VALUE
                       SET WS-AMOUNT-VALID TO TRUE
                   END-IF
               WHEN RSH-ACTION-UPDATE OR RSH-ACTION-CORRECT
                   IF RSH-AFTER-VALUE IS NUMERIC
                           AND RSH-BEFORE-VALUE IS NUMERIC
                       COMPUTE WS-POSTING-AMOUNT ROUNDED =
                           RSH-AFTER-VALUE - RSH-BEFORE-VALUE
                       SET WS-AMOUNT-VALID TO TRUE
                   END-IF
               WHEN RSH-ACTION-REVERSE
                   IF RSH-BEFORE-VALUE IS NUMERIC
                       COMPUTE WS-POSTING-AMOUNT ROUNDED =
                           0 - RSH-BEFORE-VALUE
                       SET WS-AMOUNT-VALID TO TRUE
                   END-IF
           END-EVALUATE.

      *    The history control takes each posting's value as read,
      *    before any legs are built from it.
       ADD-HISTORY-CONTROL.
           IF WS-POSTING-AMOUNT < 0
               SUBTRACT WS-POSTING-AMOUNT FROM WS-HIST-CONTROL-TOTAL
           ELSE
               ADD WS-POSTING-AMOUNT TO WS-HIST-CONTROL-TOTAL
           END-IF.

       NOTE-POSTING-EXCEPTION.
           IF WS-JOURNAL-PASS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  EXCEPTION " DELIMITED BY SIZE
               RSH-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSH-EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSH-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSH-ACTION DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.

      *    The leg totals and the account table are built from the
      *    legs themselves; CHECK-PROVED-BALANCE holds them both to
      *    the history control.
       PROVE-JOURNAL-LEGS.
           ADD 1 TO WS-PROVE-LINE-COUNT.
           ADD WS-POSTING-AMOUNT TO WS-PROVE-DEBIT-TOTAL.
           MOVE WS-DEBIT-ACCOUNT TO WS-WANTED-GL-ACCOUNT.
           PERFORM FIND-OR-ADD-GL-SLOT.
           IF WS-GLS-FOUND
               ADD WS-POSTING-AMOUNT TO WS-GLS-DEBIT(WS-GLS-IDX)
           END-IF.
           ADD 1 TO WS-PROVE-LINE-COUNT.
           ADD WS-POSTING-AMOUNT TO WS-PROVE-CREDIT-TOTAL.
           MOVE WS-CREDIT-ACCOUNT TO WS-WANTED-GL-ACCOUNT.
           PERFORM FIND-OR-ADD-GL-SLOT.
           IF WS-GLS-FOUND
               ADD WS-POSTING-AMOUNT TO WS-GLS-CREDIT(WS-GLS-IDX)
           END-IF.

      *    Pass 1 balances three ways: debits to credits, the proved
      *    legs to the history control, and the GL account table -
      *    summed back out - to both. A leg that missed its account
      *    slot, or a posting that made only one leg, shows here.
       CHECK-PROVED-BALANCE.
           MOVE 0 TO WS-GLS-DEBIT-SUM WS-GLS-CREDIT-SUM.
           PERFORM ADD-ONE-GL-SLOT
               VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GLS-COUNT.
           IF WS-PROVE-DEBIT-TOTAL = WS-HIST-CONTROL-TOTAL
                   AND WS-PROVE-CREDIT-TOTAL = WS-HIST-CONTROL-TOTAL
                   AND WS-GLS-DEBIT-SUM = WS-HIST-CONTROL-TOTAL
                   AND WS-GLS-CREDIT-SUM = WS-HIST-CONTROL-TOTAL
               EXIT PARAGRAPH
           END-IF.
           SET WS-OUT-OF-BALANCE TO TRUE.
           MOVE WS-HIST-CONTROL-TOTAL TO WS-EDIT-NET.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  OUT OF BALANCE - HISTORY CONTROL" DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-PROVE-DEBIT-TOTAL TO WS-EDIT-MONEY.
           MOVE WS-PROVE-CREDIT-TOTAL TO WS-EDIT-MONEY2.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  LEGS      " DELIMITED BY SIZE
               WS-EDIT-MONEY DELIMITED BY SIZE
               WS-EDIT-MONEY2 DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-GLS-DEBIT-SUM TO WS-EDIT-MONEY.
           MOVE WS-GLS-CREDIT-SUM TO WS-EDIT-MONEY2.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  ACCOUNTS  " DELIMITED BY SIZE
               WS-EDIT-MONEY DELIMITED BY SIZE
               WS-EDIT-MONEY2 DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.

       ADD-ONE-GL-SLOT.
           ADD WS-GLS-DEBIT(WS-GLS-IDX) TO WS-GLS-DEBIT-SUM.
           ADD WS-GLS-CREDIT(WS-GLS-IDX) TO WS-GLS-CREDIT-SUM.

      *    The summary table is sized to the mapping table (two
      *    accounts per type), so it cannot overflow with a map
      *    that loaded.
       FIND-OR-ADD-GL-SLOT.
           SET WS-GLS-FOUND TO FALSE.
           IF WS-GLS-COUNT > 0
               SET WS-GLS-IDX TO 1
               SEARCH WS-GLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLS-IDX > WS-GLS-COUNT
                       CONTINUE
                   WHEN WS-GLS-ACCOUNT(WS-GLS-IDX)
                           = WS-WANTED-GL-ACCOUNT
                       SET WS-GLS-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-GLS-FOUND AND WS-GLS-COUNT < 200
               ADD 1 TO WS-GLS-COUNT
               SET WS-GLS-IDX TO WS-GLS-COUNT
               MOVE WS-WANTED-GL-ACCOUNT TO WS-GLS-ACCOUNT(WS-GLS-IDX)
               MOVE 0 TO WS-GLS-DEBIT(WS-GLS-IDX)
                   WS-GLS-CREDIT(WS-GLS-IDX)
               SET WS-GLS-FOUND TO TRUE
           END-IF.

      *    Pass 2. The written journal must come to the totals pass
      *    1 proved and to the history control; if it does not (the
      *    history moved underneath the extract) it is emptied and
      *    held like any other failure.
       WRITE-JOURNAL.
           OPEN OUTPUT GLJRNL-F.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GLEXTRCT: GLJRNL OPEN FAILED, STATUS="
                   WS-GLJRNL-STATUS
               SET WS-JOURNAL-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GLJ-RECORD.
           SET GLJ-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE.
           MOVE "PYZKILN " TO GLJ-SOURCE-ID.
           MOVE FUNCTION CURRENT-DATE TO GLJ-CREATED-TIMESTAMP.
           WRITE GLJ-RECORD.
           SET WS-JOURNAL-PASS TO TRUE.
           PERFORM READ-POSTING-HISTORY.
           MOVE SPACES TO GLJ-RECORD.
           SET GLJ-TRAILER TO TRUE.
           MOVE WS-JRNL-LINE-COUNT TO GLJ-LINE-COUNT.
           MOVE WS-JRNL-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL.
           MOVE WS-JRNL-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
           WRITE GLJ-RECORD.
           CLOSE GLJRNL-F.
           IF WS-JRNL-LINE-COUNT NOT = WS-PROVE-LINE-COUNT
                   OR WS-JRNL-DEBIT-TOTAL NOT = WS-PROVE-DEBIT-TOTAL
                   OR WS-JRNL-CREDIT-TOTAL
                       NOT = WS-PROVE-CREDIT-TOTAL
                   OR WS-JRNL-DEBIT-TOTAL NOT = WS-HIST-CONTROL-TOTAL
                   OR WS-JRNL-CREDIT-TOTAL NOT = WS-HIST-CONTROL-TOTAL
               DISPLAY "GLEXTRCT: WRITTEN JOURNAL DOES NOT MATCH THE"
                   " PROVED TOTALS"
               SET WS-JOURNAL-HELD TO TRUE
           END-IF.

       WRITE-JOURNAL-LEGS.
           MOVE SPACES TO GLJ-RECORD.
           SET GLJ-DETAIL TO TRUE.
           MOVE WS-POSTING-AMOUNT TO GLJ-AMOUNT.
           MOVE RSH-TXN-TYPE TO GLJ-TXN-TYPE.
           MOVE RSH-ACCOUNT-NUMBER TO GLJ-ACCOUNT-NUMBER.
           MOVE RSH-EFFECTIVE-DATE TO GLJ-EFFECTIVE-DATE.
           MOVE RSH-ACTION TO GLJ-ACTION.
           ADD 1 TO WS-JRNL-LINE-COUNT.
           MOVE WS-JRNL-LINE-COUNT TO GLJ-LINE-NUMBER.
           MOVE WS-DEBIT-ACCOUNT TO GLJ-GL-ACCOUNT.
           SET GLJ-DEBIT TO TRUE.
           WRITE GLJ-RECORD.
           ADD WS-POSTING-AMOUNT TO WS-JRNL-DEBIT-TOTAL.
           ADD 1 TO WS-JRNL-LINE-COUNT.
           MOVE WS-JRNL-LINE-COUNT TO GLJ-LINE-NUMBER.
           MOVE WS-CREDIT-ACCOUNT TO GLJ-GL-ACCOUNT.
           SET GLJ-CREDIT TO TRUE.
           WRITE GLJ-RECORD.
           ADD WS-POSTING-AMOUNT TO WS-JRNL-CREDIT-TOTAL.

      *    A held journal is left empty - never a partial one - so
      *    the ledger feed picks up nothing for the day.
       EMPTY-JOURNAL.
           OPEN OUTPUT GLJRNL-F.
           IF WS-GLJRNL-STATUS = "00"
               CLOSE GLJRNL-F
           END-IF.
           MOVE 0 TO WS-JRNL-LINE-COUNT.

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO GLSRPT-REC.
           WRITE GLSRPT-REC.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  GL ACCOUNT" DELIMITED BY SIZE
               "               DEBITS" DELIMITED BY SIZE
               "              CREDITS" DELIMITED BY SIZE
               "                  NET" DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           PERFORM WRITE-GL-ACCOUNT-LINE
               VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GLS-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           WRITE GLSRPT-REC.
           MOVE WS-PROVE-DEBIT-TOTAL TO WS-EDIT-MONEY.
           MOVE WS-PROVE-CREDIT-TOTAL TO WS-EDIT-MONEY2.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  TOTAL     " DELIMITED BY SIZE
               WS-EDIT-MONEY DELIMITED BY SIZE
               WS-EDIT-MONEY2 DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-HIST-CONTROL-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  HISTORY   " DELIMITED BY SIZE
               WS-EDIT-MONEY DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE SPACES TO GLSRPT-REC.
           WRITE GLSRPT-REC.
           MOVE WS-DAY-POSTING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "POSTINGS FOR THE DAY:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-ZERO-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  NO CHANGE IN VALUE:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  EXCEPTIONS:               " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE WS-JRNL-LINE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO GLSRPT-REC.
           STRING "JOURNAL LINES RELEASED:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
           MOVE SPACES TO GLSRPT-REC.
           IF WS-JOURNAL-HELD
               STRING "JOURNAL HELD - NOTHING RELEASED TO THE LEDGER"
                   DELIMITED BY SIZE
                   " FEED" DELIMITED BY SIZE
                   INTO GLSRPT-REC
               END-STRING
           ELSE
               MOVE "JOURNAL BALANCED AND RELEASED" TO GLSRPT-REC
           END-IF.
           WRITE GLSRPT-REC.

       WRITE-GL-ACCOUNT-LINE.
           MOVE WS-GLS-DEBIT(WS-GLS-IDX) TO WS-EDIT-MONEY.
           MOVE WS-GLS-CREDIT(WS-GLS-IDX) TO WS-EDIT-MONEY2.
           COMPUTE WS-NET-AMOUNT = WS-GLS-DEBIT(WS-GLS-IDX)
               - WS-GLS-CREDIT(WS-GLS-IDX).
           MOVE WS-NET-AMOUNT TO WS-EDIT-NET.
           MOVE SPACES TO GLSRPT-REC.
           STRING "  " DELIMITED BY SIZE
               WS-GLS-ACCOUNT(WS-GLS-IDX) DELIMITED BY SIZE
               WS-EDIT-MONEY DELIMITED BY SIZE
               WS-EDIT-MONEY2 DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO GLSRPT-REC
           END-STRING.
           WRITE GLSRPT-REC.
