      *           (script returned nothing) is counted as
      *           SKIPPED-NOVALUE instead of failing the numeric
      *           edit.
      *2026-10-15 Reversals, corrections, and a posting history.
      *           A status-R outcome (a REV transaction) deletes the
      *           named RESMAST posting; a COR outcome replaces the
      *           posted result but keeps the transaction type of
      *           the posting it corrects. Either one naming a key
      *           RESMAST no longer holds is counted SKIPPED-NOPOST
      *           (RC 4). Every add, update, correction, and reversal
      *           now appends a before/after image to RESHIST,
      *           dated with the run's business date from RUNTOTS;
      *           a history record that cannot be written ends the
      *           run RC 8, as a lost ACCTAUD record does.
      *2026-10-15 Maker-checker approval. A result that hits a
      *           POSTLIM threshold for its transaction type - an
      *           amount limit, a rate limit, an amount more than a
      *           set multiple of the transaction amount, or a
      *           review flag value - is appended to the APPRQ
      *           approval queue instead of posting, stamped with
      *           the queuing user ID from the PARM (default BATCH);
      *           RESAPPR posts it once a different user approves
      *           it. An item already pending from the same run's
      *           outcome is not queued twice on a rerun. A POSTLIM
      *           record that does not edit refuses the run (RC 16)
      *           before anything posts; with no POSTLIM everything
      *           posts as before. A queue record that cannot be
      *           written ends the run RC 8.
      *2026-10-15 A reversal of a posting made before RESMAST kept
      *           the transaction type is recorded on RESHIST under
      *           type REV, as a correction of one is under COR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RESPOST".
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSM-KEY
               FILE STATUS IS WS-RESMAST-STATUS.
           SELECT RUNTOTS-F ASSIGN TO "RUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-STATUS.
           SELECT RESHIST-F ASSIGN TO "RESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT POSTLIM-F ASSIGN TO "POSTLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTLIM-STATUS.
           SELECT APPRQ-F ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXNOUT-F
       COPY TXOREC.
       FD  RESMAST-F.
       COPY RSMREC.
       FD  RUNTOTS-F
           RECORDING MODE IS F.
       COPY RTOREC.
       FD  RESHIST-F
           RECORDING MODE IS F.
       COPY RSHREC.
       FD  POSTLIM-F
           RECORDING MODE IS F.
       COPY PTHREC.
       FD  APPRQ-F
           RECORDING MODE IS F.
       COPY APQREC.
       WORKING-STORAGE SECTION.
       01  WS-TXNOUT-STATUS           PIC XX.
       01  WS-RESMAST-STATUS          PIC XX.
       01  WS-RUNTOTS-STATUS          PIC XX.
       01  WS-RESHIST-STATUS          PIC XX.
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-HISTORY-FAIL-SW         PIC X VALUE "N".
           88  WS-HISTORY-FAILED      VALUE "Y".
       01  WS-POSTLIM-STATUS          PIC XX.
       01  WS-APPRQ-STATUS            PIC XX.
       01  WS-QUEUED-BY               PIC X(8) VALUE "BATCH".
       01  WS-POSTLIM-EOF-SW          PIC X VALUE "N".
           88  WS-POSTLIM-EOF         VALUE "Y".
       01  WS-APPRQ-EOF-SW            PIC X VALUE "N".
           88  WS-APPRQ-EOF           VALUE "Y".
       01  WS-QUEUE-FAIL-SW           PIC X VALUE "N".
           88  WS-QUEUE-FAILED        VALUE "Y".
       01  WS-LIMIT-FOUND-SW          PIC X VALUE "N".
           88  WS-LIMIT-FOUND         VALUE "Y" FALSE "N".
       01  WS-PENDING-FOUND-SW        PIC X VALUE "N".
           88  WS-PENDING-FOUND       VALUE "Y" FALSE "N".
       01  WS-PENDING-FULL-SW         PIC X VALUE "N".
           88  WS-PENDING-TABLE-FULL  VALUE "Y".
      *    Posting thresholds by transaction type, from POSTLIM;
      *    the "***" default is kept apart from the typed entries.
       01  WS-LIMIT-ERRORS            PIC 9(3) VALUE 0.
       01  WS-LIMIT-COUNT             PIC 9(3) VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 51 TIMES
                       INDEXED BY WS-LIMIT-IDX.
               10  WS-LIMIT-TXN-TYPE   PIC X(3).
               10  WS-LIMIT-AMOUNT     PIC 9(9)V99.
               10  WS-LIMIT-RATE       PIC 9(3)V9(6).
               10  WS-LIMIT-MULTIPLE   PIC 9(3).
               10  WS-LIMIT-FLAG       PIC X(8) OCCURS 5 TIMES.
       01  WS-DEFAULT-LIMIT-SW        PIC X VALUE "N".
           88  WS-DEFAULT-LIMIT-LOADED VALUE "Y".
       01  WS-DEFAULT-LIMIT-SLOT      PIC 9(3) VALUE 51.
       01  WS-FLAG-SUB                PIC 9(1).
       01  WS-WANTED-TXN-TYPE         PIC X(3).
       01  WS-APPROVAL-REASON         PIC X(8).
       01  WS-ABS-AMOUNT              PIC 9(9)V9(4).
       01  WS-ABS-RATE                PIC 9(3)V9(6).
       01  WS-TXN-AMOUNT-X            PIC X(9).
       01  WS-TXN-AMOUNT-NUM REDEFINES WS-TXN-AMOUNT-X
                                      PIC 9(7)V99.
      *    Items already pending on APPRQ, so a rerun against the
      *    same TXNOUT does not queue them a second time.
       01  WS-PENDING-COUNT           PIC 9(4) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-PENDING-IDX.
               10  WS-PENDING-BUS-DATE PIC X(8).
               10  WS-PENDING-SEQUENCE PIC 9(5).
               10  WS-PENDING-ACCOUNT  PIC 9(10).
               10  WS-PENDING-EFF-DATE PIC X(8).
               10  WS-PENDING-PGM      PIC X(8).
       01  WS-TXNOUT-EOF-SW           PIC X VALUE "N".
           88  WS-TXNOUT-EOF          VALUE "Y".
       01  WS-RESULT-VALID-SW         PIC X VALUE "N".
       01  WS-SKIP-NONNUM-COUNT       PIC 9(5) VALUE 0.
       01  WS-SKIP-NOVALUE-COUNT      PIC 9(5) VALUE 0.
       01  WS-SKIP-PRIOR-COUNT        PIC 9(5) VALUE 0.
       01  WS-POSTED-COR-COUNT        PIC 9(5) VALUE 0.
       01  WS-REVERSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIP-NOPOST-COUNT       PIC 9(5) VALUE 0.
       01  WS-HISTORY-COUNT           PIC 9(5) VALUE 0.
       01  WS-QUEUED-COUNT            PIC 9(5) VALUE 0.
       01  WS-ALREADY-QUEUED-COUNT    PIC 9(5) VALUE 0.
       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(16).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 8
               MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-QUEUED-BY
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-POSTING-LIMITS.
           IF WS-LIMIT-ERRORS > 0
               DISPLAY "RESPOST: REFUSED, POSTLIM HAS " WS-LIMIT-ERRORS
                   " INVALID RECORD(S) - NOTHING POSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-APPROVALS.
           PERFORM OPEN-RESULTS-MASTER.
           PERFORM POST-TRANSACTION-OUTCOMES.
           CLOSE RESMAST-F.
           DISPLAY "RESPOST: READ=" WS-READ-COUNT
               " NEW=" WS-POSTED-NEW-COUNT
               " UPDATED=" WS-POSTED-UPD-COUNT
               " CORRECTED=" WS-POSTED-COR-COUNT
               " REVERSED=" WS-REVERSED-COUNT
               " SKIPPED-FAILED=" WS-SKIP-FAILED-COUNT
               " SKIPPED-NONNUMERIC=" WS-SKIP-NONNUM-COUNT
               " SKIPPED-NOVALUE=" WS-SKIP-NOVALUE-COUNT
               " SKIPPED-PRIOR=" WS-SKIP-PRIOR-COUNT
               " SKIPPED-NOPOST=" WS-SKIP-NOPOST-COUNT.
           DISPLAY "RESPOST: RESHIST RECORDS WRITTEN="
               WS-HISTORY-COUNT " BUSINESS DATE " WS-BUSINESS-DATE.
           DISPLAY "RESPOST: HELD FOR APPROVAL=" WS-QUEUED-COUNT
               " ALREADY-QUEUED=" WS-ALREADY-QUEUED-COUNT
               " QUEUED-BY=" WS-QUEUED-BY.
           IF WS-HISTORY-FAILED OR WS-QUEUE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIP-NONNUM-COUNT > 0
                       OR WS-SKIP-NOPOST-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    The history is dated with the business date of the run
      *    whose outcomes are being posted; with no RUNTOTS record
      *    (an ad hoc post) today's date stands in.
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

       OPEN-RESULTS-MASTER.
           OPEN I-O RESMAST-F.
           IF WS-RESMAST-STATUS = "35"
                   ELSE
                       PERFORM EDIT-RESULT-FIELDS
                       IF WS-RESULT-VALID
                           PERFORM POST-OR-QUEUE-RESULT
                       ELSE
                           ADD 1 TO WS-SKIP-NONNUM-COUNT
                           DISPLAY "RESPOST: NON-NUMERIC RESULT, NOT"
                   ELSE
                       PERFORM EDIT-RESULT-FIELDS
                       IF WS-RESULT-VALID
                           PERFORM POST-OR-QUEUE-RESULT
                       ELSE
                           ADD 1 TO WS-SKIP-PRIOR-COUNT
                       END-IF
                   END-IF
               WHEN TXO-REVERSAL
                   PERFORM REVERSE-RESULTS-MASTER
               WHEN OTHER
                   ADD 1 TO WS-SKIP-FAILED-COUNT
           END-EVALUATE.
               END-IF
           END-IF.

      *    Every threshold POSTLIM sets for the type is checked; the
      *    first one hit is the reason the item is queued.
       POST-OR-QUEUE-RESULT.
           PERFORM CHECK-POSTING-THRESHOLDS.
           IF WS-APPROVAL-REASON = SPACES
               PERFORM POST-RESULTS-MASTER
           ELSE
               PERFORM QUEUE-FOR-APPROVAL
           END-IF.

       CHECK-POSTING-THRESHOLDS.
           MOVE SPACES TO WS-APPROVAL-REASON.
           IF WS-LIMIT-COUNT = 0 AND NOT WS-DEFAULT-LIMIT-LOADED
               EXIT PARAGRAPH
           END-IF.
           MOVE TXO-TXN-TYPE TO WS-WANTED-TXN-TYPE.
           IF TXO-TXN-TYPE = "COR"
               MOVE TXO-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER
               MOVE TXO-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE
               READ RESMAST-F
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RSM-TXN-TYPE NOT = SPACES
                           MOVE RSM-TXN-TYPE TO WS-WANTED-TXN-TYPE
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-POSTING-LIMIT.
           IF NOT WS-LIMIT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-AMOUNT-WORK < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-AMOUNT-WORK
           ELSE
               MOVE WS-AMOUNT-WORK TO WS-ABS-AMOUNT
           END-IF.
           IF WS-RATE-WORK < 0
               COMPUTE WS-ABS-RATE = 0 - WS-RATE-WORK
           ELSE
               MOVE WS-RATE-WORK TO WS-ABS-RATE
           END-IF.
           IF WS-LIMIT-AMOUNT(WS-LIMIT-IDX) > 0
                   AND WS-ABS-AMOUNT > WS-LIMIT-AMOUNT(WS-LIMIT-IDX)
               MOVE "AMOUNT" TO WS-APPROVAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIMIT-RATE(WS-LIMIT-IDX) > 0
                   AND WS-ABS-RATE > WS-LIMIT-RATE(WS-LIMIT-IDX)
               MOVE "RATE" TO WS-APPROVAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE TXO-AMOUNT TO WS-TXN-AMOUNT-X.
           IF WS-LIMIT-MULTIPLE(WS-LIMIT-IDX) > 0
                   AND WS-TXN-AMOUNT-X IS NUMERIC
               IF WS-ABS-AMOUNT > WS-LIMIT-MULTIPLE(WS-LIMIT-IDX)
                       * WS-TXN-AMOUNT-NUM
                   MOVE "MULTIPLE" TO WS-APPROVAL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF TXO-RESULT-FLAG NOT = SPACES
               PERFORM CHECK-ONE-REVIEW-FLAG
                   VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 5
           END-IF.

       CHECK-ONE-REVIEW-FLAG.
           IF WS-LIMIT-FLAG(WS-LIMIT-IDX, WS-FLAG-SUB)
                   = TXO-RESULT-FLAG
               MOVE "FLAG" TO WS-APPROVAL-REASON
           END-IF.

      *    The type's own thresholds, else the "***" default, else
      *    none.
       FIND-POSTING-LIMIT.
           PERFORM FIND-TYPED-LIMIT.
           IF NOT WS-LIMIT-FOUND AND WS-DEFAULT-LIMIT-LOADED
               SET WS-LIMIT-IDX TO WS-DEFAULT-LIMIT-SLOT
               SET WS-LIMIT-FOUND TO TRUE
           END-IF.

      *    The queued item carries the result already edited, so
      *    RESAPPR posts exactly what was reviewed.
       QUEUE-FOR-APPROVAL.
           PERFORM FIND-PENDING-ITEM.
           IF WS-PENDING-FOUND
               ADD 1 TO WS-ALREADY-QUEUED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO APQ-QUEUED-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO APQ-BUSINESS-DATE.
           MOVE WS-QUEUED-BY TO APQ-QUEUED-BY.
           SET APQ-PENDING TO TRUE.
           MOVE WS-APPROVAL-REASON TO APQ-REASON.
           MOVE TXO-ACCOUNT-NUMBER TO APQ-ACCOUNT-NUMBER.
           MOVE TXO-EFFECTIVE-DATE TO APQ-EFFECTIVE-DATE.
           MOVE TXO-TXN-TYPE TO APQ-TXN-TYPE.
           MOVE TXO-TXN-SEQUENCE TO APQ-TXN-SEQUENCE.
           MOVE TXO-CALLED-PGM TO APQ-CALLED-PGM.
           MOVE TXO-AMOUNT TO APQ-TXN-AMOUNT.
           MOVE TXO-RESULT-DISPOSITION TO APQ-RESULT-DISPOSITION.
           MOVE WS-AMOUNT-WORK TO APQ-RESULT-VALUE.
           MOVE WS-RATE-WORK TO APQ-RESULT-RATE.
           MOVE TXO-RESULT-FLAG TO APQ-RESULT-FLAG.
           MOVE TXO-RESULT-TEXT TO APQ-RESULT-TEXT.
           OPEN EXTEND APPRQ-F.
           IF WS-APPRQ-STATUS = "35"
               OPEN OUTPUT APPRQ-F
           END-IF.
      *    A result neither posted nor queued would simply vanish,
      *    so a failed queue write is RC 8 at end of run.
           IF WS-APPRQ-STATUS = "00"
               WRITE APQ-RECORD
               CLOSE APPRQ-F
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "RESPOST: HELD FOR APPROVAL (" APQ-REASON
                   ") - ACCOUNT " TXO-ACCOUNT-NUMBER
                   " EFFDATE " TXO-EFFECTIVE-DATE
           ELSE
               SET WS-QUEUE-FAILED TO TRUE
               DISPLAY "RESPOST: APPRQ WRITE FAILED, STATUS="
                   WS-APPRQ-STATUS " - RESULT NEITHER POSTED NOR"
                   " QUEUED FOR ACCOUNT " TXO-ACCOUNT-NUMBER
                   " EFFDATE " TXO-EFFECTIVE-DATE
           END-IF.

       FIND-PENDING-ITEM.
           SET WS-PENDING-FOUND TO FALSE.
           IF WS-PENDING-COUNT > 0
               SET WS-PENDING-IDX TO 1
               SEARCH WS-PENDING-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PENDING-IDX > WS-PENDING-COUNT
                       CONTINUE
                   WHEN WS-PENDING-BUS-DATE(WS-PENDING-IDX)
                           = WS-BUSINESS-DATE
                       AND WS-PENDING-SEQUENCE(WS-PENDING-IDX)
                           = TXO-TXN-SEQUENCE
                       AND WS-PENDING-ACCOUNT(WS-PENDING-IDX)
                           = TXO-ACCOUNT-NUMBER
                       AND WS-PENDING-EFF-DATE(WS-PENDING-IDX)
                           = TXO-EFFECTIVE-DATE
                       AND WS-PENDING-PGM(WS-PENDING-IDX)
                           = TXO-CALLED-PGM
                       SET WS-PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    POSTLIM is optional - with none every result posts. A
      *    record that does not edit, a type given twice, or more
      *    types than the table holds refuses the run: posting
      *    against thresholds nobody can vouch for is worse than
      *    not posting tonight.
       LOAD-POSTING-LIMITS.
           OPEN INPUT POSTLIM-F.
           IF WS-POSTLIM-STATUS = "00"
               PERFORM UNTIL WS-POSTLIM-EOF
                   READ POSTLIM-F
                       AT END
                           SET WS-POSTLIM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-POSTING-LIMIT
                   END-READ
               END-PERFORM
               CLOSE POSTLIM-F
           ELSE
               DISPLAY "RESPOST: NO POSTLIM ALLOCATED, NO POSTING"
                   " THRESHOLDS APPLIED"
           END-IF.

       LOAD-ONE-POSTING-LIMIT.
           IF PTH-RECORD = SPACES
                   OR (PTH-TXN-TYPE(1:1) = "*"
                       AND NOT PTH-DEFAULT-TYPE)
               EXIT PARAGRAPH
           END-IF.
           IF PTH-AMOUNT-LIMIT IS NOT NUMERIC
                   OR PTH-RATE-LIMIT IS NOT NUMERIC
                   OR PTH-AMOUNT-MULTIPLE IS NOT NUMERIC
               ADD 1 TO WS-LIMIT-ERRORS
               DISPLAY "RESPOST: INVALID POSTLIM RECORD - "
                   PTH-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF PTH-DEFAULT-TYPE
               IF WS-DEFAULT-LIMIT-LOADED
                   ADD 1 TO WS-LIMIT-ERRORS
                   DISPLAY "RESPOST: POSTLIM DEFAULT GIVEN TWICE"
                   EXIT PARAGRAPH
               END-IF
               SET WS-DEFAULT-LIMIT-LOADED TO TRUE
               SET WS-LIMIT-IDX TO WS-DEFAULT-LIMIT-SLOT
           ELSE
               MOVE PTH-TXN-TYPE TO WS-WANTED-TXN-TYPE
               PERFORM FIND-TYPED-LIMIT
               IF WS-LIMIT-FOUND OR WS-LIMIT-COUNT NOT < 50
                   ADD 1 TO WS-LIMIT-ERRORS
                   DISPLAY "RESPOST: POSTLIM TYPE DUPLICATED OR TABLE"
                       " FULL - " PTH-TXN-TYPE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIMIT-COUNT
               SET WS-LIMIT-IDX TO WS-LIMIT-COUNT
           END-IF.
           MOVE PTH-TXN-TYPE TO WS-LIMIT-TXN-TYPE(WS-LIMIT-IDX).
           MOVE PTH-AMOUNT-LIMIT TO WS-LIMIT-AMOUNT(WS-LIMIT-IDX).
           MOVE PTH-RATE-LIMIT TO WS-LIMIT-RATE(WS-LIMIT-IDX).
           MOVE PTH-AMOUNT-MULTIPLE
               TO WS-LIMIT-MULTIPLE(WS-LIMIT-IDX).
           PERFORM LOAD-ONE-REVIEW-FLAG
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 5.

       LOAD-ONE-REVIEW-FLAG.
           MOVE PTH-REVIEW-FLAG(WS-FLAG-SUB)
               TO WS-LIMIT-FLAG(WS-LIMIT-IDX, WS-FLAG-SUB).

       FIND-TYPED-LIMIT.
           SET WS-LIMIT-FOUND TO FALSE.
           IF WS-LIMIT-COUNT > 0
               SET WS-LIMIT-IDX TO 1
               SEARCH WS-LIMIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIMIT-IDX > WS-LIMIT-COUNT
                       CONTINUE
                   WHEN WS-LIMIT-TXN-TYPE(WS-LIMIT-IDX)
                           = WS-WANTED-TXN-TYPE
                       SET WS-LIMIT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    Past 1000 pending items the rerun guard degrades (an
      *    item could be queued twice), with a console warning.
       LOAD-PENDING-APPROVALS.
           OPEN INPUT APPRQ-F.
           IF WS-APPRQ-STATUS = "00"
               PERFORM UNTIL WS-APPRQ-EOF
                   READ APPRQ-F
                       AT END
                           SET WS-APPRQ-EOF TO TRUE
                       NOT AT END
                           IF APQ-PENDING
                               PERFORM NOTE-PENDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRQ-F
           END-IF.

       NOTE-PENDING-ITEM.
           IF WS-PENDING-COUNT < 1000
               ADD 1 TO WS-PENDING-COUNT
               SET WS-PENDING-IDX TO WS-PENDING-COUNT
               MOVE APQ-BUSINESS-DATE
                   TO WS-PENDING-BUS-DATE(WS-PENDING-IDX)
               MOVE APQ-TXN-SEQUENCE
                   TO WS-PENDING-SEQUENCE(WS-PENDING-IDX)
               MOVE APQ-ACCOUNT-NUMBER
                   TO WS-PENDING-ACCOUNT(WS-PENDING-IDX)
               MOVE APQ-EFFECTIVE-DATE
                   TO WS-PENDING-EFF-DATE(WS-PENDING-IDX)
               MOVE APQ-CALLED-PGM TO WS-PENDING-PGM(WS-PENDING-IDX)
           ELSE
               IF NOT WS-PENDING-TABLE-FULL
                   SET WS-PENDING-TABLE-FULL TO TRUE
                   DISPLAY "RESPOST: PENDING-APPROVAL TABLE FULL,"
                       " RERUN GUARD DEGRADED"
               END-IF
           END-IF.

      *    A correction (TXN type COR) may only replace a posting
      *    that is there; it keeps the transaction type of the
      *    posting it corrects, so the GL mapping still applies.
       POST-RESULTS-MASTER.
           MOVE TXO-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER.
           MOVE TXO-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE.
           READ RESMAST-F
               INVALID KEY
                   IF TXO-TXN-TYPE = "COR"
                       ADD 1 TO WS-SKIP-NOPOST-COUNT
                       DISPLAY "RESPOST: CORRECTION NAMES NO POSTING,"
                           " NOT POSTED - ACCOUNT " TXO-ACCOUNT-NUMBER
                           " EFFDATE " TXO-EFFECTIVE-DATE
                   ELSE
                       MOVE SPACES TO RSH-BEFORE-IMAGE
                       PERFORM BUILD-RESULTS-FIELDS
                       MOVE TXO-TXN-TYPE TO RSM-TXN-TYPE
                       WRITE RSM-RECORD
                       ADD 1 TO WS-POSTED-NEW-COUNT
                       SET RSH-ACTION-ADD TO TRUE
                       PERFORM IMAGE-AFTER-POSTING
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               NOT INVALID KEY
                   PERFORM IMAGE-BEFORE-POSTING
                   PERFORM BUILD-RESULTS-FIELDS
                   IF TXO-TXN-TYPE = "COR"
                       IF RSM-TXN-TYPE = SPACES
                           MOVE TXO-TXN-TYPE TO RSM-TXN-TYPE
                       END-IF
                       REWRITE RSM-RECORD
                       ADD 1 TO WS-POSTED-COR-COUNT
                       SET RSH-ACTION-CORRECT TO TRUE
                   ELSE
                       MOVE TXO-TXN-TYPE TO RSM-TXN-TYPE
                       REWRITE RSM-RECORD
                       ADD 1 TO WS-POSTED-UPD-COUNT
                       SET RSH-ACTION-UPDATE TO TRUE
                   END-IF
                   PERFORM IMAGE-AFTER-POSTING
                   PERFORM WRITE-HISTORY-RECORD
           END-READ.

      *    A reversal backs the named posting out of RESMAST
      *    altogether; its last values survive on the history
      *    record's before image. A posting with no type kept is
      *    recorded as a REV, as a correction of one is as a COR.
       REVERSE-RESULTS-MASTER.
           MOVE TXO-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER.
           MOVE TXO-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE.
           READ RESMAST-F
               INVALID KEY
                   ADD 1 TO WS-SKIP-NOPOST-COUNT
                   DISPLAY "RESPOST: REVERSAL NAMES NO POSTING,"
                       " NOTHING REVERSED - ACCOUNT "
                       TXO-ACCOUNT-NUMBER
                       " EFFDATE " TXO-EFFECTIVE-DATE
               NOT INVALID KEY
                   PERFORM IMAGE-BEFORE-POSTING
                   DELETE RESMAST-F
                   ADD 1 TO WS-REVERSED-COUNT
                   SET RSH-ACTION-REVERSE TO TRUE
                   MOVE SPACES TO RSH-AFTER-IMAGE
                   IF RSM-TXN-TYPE = SPACES
                       MOVE TXO-TXN-TYPE TO RSM-TXN-TYPE
                   END-IF
                   PERFORM WRITE-HISTORY-RECORD
           END-READ.

       IMAGE-BEFORE-POSTING.
           MOVE RSM-RESULT-CODE TO RSH-BEFORE-CODE.
           MOVE RSM-RESULT-VALUE TO RSH-BEFORE-VALUE.
           MOVE RSM-RESULT-RATE TO RSH-BEFORE-RATE.
           MOVE RSM-RESULT-FLAG TO RSH-BEFORE-FLAG.
           MOVE RSM-RESULT-DISPOSITION TO RSH-BEFORE-DISPOSITION.
           MOVE RSM-RESULT-TEXT TO RSH-BEFORE-TEXT.
           MOVE RSM-POSTED-TIMESTAMP TO RSH-BEFORE-POSTED.

       IMAGE-AFTER-POSTING.
           MOVE RSM-RESULT-CODE TO RSH-AFTER-CODE.
           MOVE RSM-RESULT-VALUE TO RSH-AFTER-VALUE.
           MOVE RSM-RESULT-RATE TO RSH-AFTER-RATE.
           MOVE RSM-RESULT-FLAG TO RSH-AFTER-FLAG.
           MOVE RSM-RESULT-DISPOSITION TO RSH-AFTER-DISPOSITION.
           MOVE RSM-RESULT-TEXT TO RSH-AFTER-TEXT.
           MOVE RSM-POSTED-TIMESTAMP TO RSH-AFTER-POSTED.

      *    The posting type recorded is RESMAST's - the original
      *    type for a correction or reversal, or COR or REV where
      *    the posting kept none.
       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RSH-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RSH-BUSINESS-DATE.
           MOVE TXO-ACCOUNT-NUMBER TO RSH-ACCOUNT-NUMBER.
           MOVE TXO-EFFECTIVE-DATE TO RSH-EFFECTIVE-DATE.
           MOVE RSM-TXN-TYPE TO RSH-TXN-TYPE.
           MOVE TXO-TXN-SEQUENCE TO RSH-TXN-SEQUENCE.
           MOVE TXO-CALLED-PGM TO RSH-CALLED-PGM.
           OPEN EXTEND RESHIST-F.
           IF WS-RESHIST-STATUS = "35"
               OPEN OUTPUT RESHIST-F
           END-IF.
      *    A posting change the history cannot record must not pass
      *    silently - the lineage is the whole point of the file.
      *    RC 8 at end of run flags it.
           IF WS-RESHIST-STATUS = "00"
               WRITE RSH-RECORD
               ADD 1 TO WS-HISTORY-COUNT
               CLOSE RESHIST-F
           ELSE
               SET WS-HISTORY-FAILED TO TRUE
               DISPLAY "RESPOST: RESHIST WRITE FAILED, STATUS="
                   WS-RESHIST-STATUS " - HISTORY LOST FOR ACCOUNT "
                   TXO-ACCOUNT-NUMBER " EFFDATE " TXO-EFFECTIVE-DATE
           END-IF.

       BUILD-RESULTS-FIELDS.
           MOVE TXO-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER.
           MOVE TXO-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE.
