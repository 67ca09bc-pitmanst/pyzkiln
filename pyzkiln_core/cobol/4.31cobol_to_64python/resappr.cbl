      *2026-10-15 New program. Maker-checker approval for the results
      *           RESPOST held back: applies APPROVE / DECLINE
      *           decisions from APPRDEC to the APPRQ approval queue,
      *           keyed by account number + effective date (the
      *           oldest item pending for the key). An approved
      *           result posts to RESMAST exactly as RESPOST would
      *           have posted it - add, update, or for a correction
      *           replace - with its before/after image on RESHIST
      *           dated the day of approval; a declined one is
      *           dropped unposted. The deciding user must differ
      *           from the user who queued the item. Every decision,
      *           applied or rejected, is appended to APPRAUD and
      *           listed on the APRRPT register; APPRQ is rewritten
      *           with only the items still pending. RC 4 flags
      *           rejected decisions, RC 8 a lost audit or history
      *           record, RC 16 a queue too big to load (nothing is
      *           changed).
      *2026-10-15 The history of an approval is dated the business
      *           date the next GL extract will cover - the next
      *           CALENDAR business day after the last run RUNCTL
      *           shows ended, or the day of a run that has not - not
      *           the calendar day, so an approval made on a weekend,
      *           a holiday or after the night's extract is still
      *           journalled.
      *2026-10-15 The history date also steps past the business date
      *           of the merged RUNTOTS and of the last GLJRNL
      *           header, so a partitioned night - which never
      *           writes the main RUNCTL - counts as done once
      *           merged, and approvals after it are not dated a day
      *           whose extract has already run. A RESMAST WRITE or
      *           REWRITE that fails now rejects the decision: the
      *           item stays pending on APPRQ, no history is written
      *           and the run ends RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RESAPPR".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRDEC-F ASSIGN TO "APPRDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRDEC-STATUS.
           SELECT APPRQ-F ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-STATUS.
           SELECT RESMAST-F ASSIGN TO "RESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSM-KEY
               FILE STATUS IS WS-RESMAST-STATUS.
           SELECT RESHIST-F ASSIGN TO "RESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT APPRAUD-F ASSIGN TO "APPRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRAUD-STATUS.
           SELECT APRRPT-F ASSIGN TO "APRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL-F ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNTOTS-F ASSIGN TO "RUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-STATUS.
           SELECT GLJRNL-F ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPRDEC-F
           RECORDING MODE IS F.
       COPY APDREC.
       FD  APPRQ-F
           RECORDING MODE IS F.
       COPY APQREC.
       FD  RESMAST-F.
       COPY RSMREC.
       FD  RESHIST-F
           RECORDING MODE IS F.
       COPY RSHREC.
       FD  APPRAUD-F
           RECORDING MODE IS F.
       COPY APAREC.
       FD  APRRPT-F
           RECORDING MODE IS F.
       01  APRRPT-REC                      PIC X(80).
       FD  RUNCTL-F
           RECORDING MODE IS F.
       COPY RUNREC.
       FD  RUNTOTS-F
           RECORDING MODE IS F.
       COPY RTOREC.
       FD  GLJRNL-F
           RECORDING MODE IS F.
       COPY GLJREC.
       WORKING-STORAGE SECTION.
       01  WS-APPRDEC-STATUS          PIC XX.
       01  WS-APPRQ-STATUS            PIC XX.
       01  WS-RESMAST-STATUS          PIC XX.
       01  WS-RESHIST-STATUS          PIC XX.
       01  WS-APPRAUD-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS           PIC XX.
       01  WS-RUNTOTS-STATUS          PIC XX.
       01  WS-GLJRNL-STATUS           PIC XX.
       01  WS-RUNCTL-EOF-SW           PIC X VALUE "N".
           88  WS-RUNCTL-EOF          VALUE "Y".
       01  WS-TODAY                   PIC X(8).
       01  WS-HISTORY-DATE            PIC X(8).
       01  WS-LAST-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-LAST-RUN-STATUS         PIC X VALUE SPACE.
       01  WS-DONE-DATE               PIC X(8) VALUE SPACES.
       01  WS-CANDIDATE-DATE          PIC X(8).
       01  WS-DATE-NUM                PIC 9(8).
       01  WS-DAY-INT                 PIC 9(7).
       01  WS-DEC-EOF-SW              PIC X VALUE "N".
           88  WS-DEC-EOF             VALUE "Y".
       01  WS-QUEUE-EOF-SW            PIC X VALUE "N".
           88  WS-QUEUE-EOF           VALUE "Y".
       01  WS-ITEM-FOUND-SW           PIC X VALUE "N".
           88  WS-ITEM-FOUND          VALUE "Y" FALSE "N".
       01  WS-AUDIT-FAIL-SW           PIC X VALUE "N".
           88  WS-AUDIT-FAILED        VALUE "Y".
       01  WS-HISTORY-FAIL-SW         PIC X VALUE "N".
           88  WS-HISTORY-FAILED      VALUE "Y".
       01  WS-POSTING-FAIL-SW         PIC X VALUE "N".
           88  WS-POSTING-FAILED      VALUE "Y".
       01  WS-QUEUE-FULL-SW           PIC X VALUE "N".
           88  WS-QUEUE-TABLE-FULL    VALUE "Y".
      *    The whole queue is held in memory and rewritten at end of
      *    run with the decided items dropped.
       01  WS-QUEUE-COUNT             PIC 9(4) VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-QUEUE-IDX.
               10  WS-QUEUE-ITEM       PIC X(198).
               10  WS-QUEUE-ITEM-R REDEFINES WS-QUEUE-ITEM.
                   15  FILLER          PIC X(32).
                   15  WS-QUEUE-STATUS PIC X(1).
                   15  FILLER          PIC X(8).
                   15  WS-QUEUE-ACCOUNT PIC 9(10).
                   15  WS-QUEUE-EFF-DATE PIC X(8).
                   15  FILLER          PIC X(139).
       01  WS-REJECT-TEXT             PIC X(30).
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-STILL-PENDING-COUNT     PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       COPY BDYPARM.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SET-HISTORY-DATE.
           PERFORM LOAD-APPROVAL-QUEUE.
           IF WS-QUEUE-TABLE-FULL
               DISPLAY "RESAPPR: REFUSED, APPRQ HOLDS MORE THAN 1000"
                   " ITEMS - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-RESULTS-MASTER.
           OPEN OUTPUT APRRPT-F.
           MOVE "POSTING APPROVAL REGISTER - MAKER/CHECKER" TO
               APRRPT-REC.
           WRITE APRRPT-REC.
           MOVE SPACES TO APRRPT-REC.
           WRITE APRRPT-REC.
           PERFORM APPLY-DECISION-FILE.
           CLOSE RESMAST-F.
           PERFORM REWRITE-APPROVAL-QUEUE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE APRRPT-F.
           DISPLAY "RESAPPR: READ=" WS-READ-COUNT
               " APPROVED=" WS-APPROVED-COUNT
               " DECLINED=" WS-DECLINED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " STILL-PENDING=" WS-STILL-PENDING-COUNT.
           IF WS-AUDIT-FAILED OR WS-HISTORY-FAILED
                   OR WS-POSTING-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    RESHIST rows are journalled by the GL extract of their
      *    business date, so an approval is dated the business day
      *    the next extract will cover: the next business day on or
      *    after today, or - once the night for that day is done -
      *    the next one after it. The night is done for the latest
      *    of: the last RUNCTL run if it ended OK (a single-step
      *    night), the merged RUNTOTS (a partitioned night, which
      *    only writes the partition RUNCTLs), and the last GLJRNL
      *    header (the extract itself). A run that started but has
      *    not ended will be rerun for its own date.
       SET-HISTORY-DATE.
           MOVE SPACES TO BDY-REQUEST.
           SET BDY-FN-NEXT TO TRUE.
           MOVE WS-TODAY TO BDY-DATE-1.
           CALL "BUSDAYS" USING BDY-REQUEST.
           IF BDY-ANSWERED
               MOVE BDY-RESULT-DATE TO WS-HISTORY-DATE
           ELSE
               MOVE WS-TODAY TO WS-HISTORY-DATE
           END-IF.
           OPEN INPUT RUNCTL-F.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUNCTL-F
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-BUSINESS-DATE TO WS-LAST-RUN-DATE
                           MOVE RUN-STATUS TO WS-LAST-RUN-STATUS
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-F
           END-IF.
           IF WS-LAST-RUN-STATUS = "E"
               MOVE WS-LAST-RUN-DATE TO WS-CANDIDATE-DATE
               PERFORM NOTE-DONE-DATE
           END-IF.
           OPEN INPUT RUNTOTS-F.
           IF WS-RUNTOTS-STATUS = "00"
               READ RUNTOTS-F
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RTO-BUSINESS-DATE TO WS-CANDIDATE-DATE
                       PERFORM NOTE-DONE-DATE
               END-READ
               CLOSE RUNTOTS-F
           END-IF.
           OPEN INPUT GLJRNL-F.
           IF WS-GLJRNL-STATUS = "00"
               READ GLJRNL-F
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLJ-HEADER
                           MOVE GLJ-BUSINESS-DATE TO WS-CANDIDATE-DATE
                           PERFORM NOTE-DONE-DATE
                       END-IF
               END-READ
               CLOSE GLJRNL-F
           END-IF.
           IF WS-DONE-DATE NOT = SPACES
                   AND WS-DONE-DATE NOT < WS-HISTORY-DATE
               MOVE WS-DONE-DATE TO WS-DATE-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE SPACES TO BDY-REQUEST
               SET BDY-FN-NEXT TO TRUE
               MOVE WS-DATE-NUM TO BDY-DATE-1
               CALL "BUSDAYS" USING BDY-REQUEST
               IF BDY-ANSWERED
                   MOVE BDY-RESULT-DATE TO WS-HISTORY-DATE
               ELSE
                   MOVE WS-DATE-NUM TO WS-HISTORY-DATE
               END-IF
           END-IF.
           DISPLAY "RESAPPR: APPROVALS DATED BUSINESS DATE "
               WS-HISTORY-DATE " ON RESHIST".

       NOTE-DONE-DATE.
           IF WS-CANDIDATE-DATE IS NUMERIC
                   AND WS-CANDIDATE-DATE > WS-DONE-DATE
               MOVE WS-CANDIDATE-DATE TO WS-DONE-DATE
           END-IF.

       LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPRQ-F.
           IF WS-APPRQ-STATUS = "00"
               PERFORM UNTIL WS-QUEUE-EOF
                   READ APPRQ-F
                       AT END
                           SET WS-QUEUE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE APPRQ-F
           ELSE
               DISPLAY "RESAPPR: NO APPRQ, STATUS=" WS-APPRQ-STATUS
                   " - NOTHING PENDING"
           END-IF.

       LOAD-ONE-QUEUE-ITEM.
           IF WS-QUEUE-COUNT < 1000
               ADD 1 TO WS-QUEUE-COUNT
               SET WS-QUEUE-IDX TO WS-QUEUE-COUNT
               MOVE APQ-RECORD TO WS-QUEUE-ITEM(WS-QUEUE-IDX)
           ELSE
               SET WS-QUEUE-TABLE-FULL TO TRUE
               SET WS-QUEUE-EOF TO TRUE
           END-IF.

       OPEN-RESULTS-MASTER.
           OPEN I-O RESMAST-F.
           IF WS-RESMAST-STATUS = "35"
               OPEN OUTPUT RESMAST-F
               CLOSE RESMAST-F
               OPEN I-O RESMAST-F
           END-IF.
           IF WS-RESMAST-STATUS NOT = "00"
               DISPLAY "RESAPPR: RESMAST OPEN FAILED, STATUS="
                   WS-RESMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-DECISION-FILE.
           OPEN INPUT APPRDEC-F.
           IF WS-APPRDEC-STATUS = "00"
               PERFORM UNTIL WS-DEC-EOF
                   READ APPRDEC-F
                       AT END
                           SET WS-DEC-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE APPRDEC-F
           ELSE
               DISPLAY "RESAPPR: NO APPRDEC TO APPLY, STATUS="
                   WS-APPRDEC-STATUS
           END-IF.

      *    The maker-checker rule: nobody approves or declines an
      *    item they queued themselves.
       APPLY-ONE-DECISION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-TEXT.
           SET WS-ITEM-FOUND TO FALSE.
           IF APD-ACCOUNT-NUMBER IS NOT NUMERIC
               MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               PERFORM FINISH-REJECTED-DECISION
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-QUEUED-ITEM.
           EVALUATE TRUE
               WHEN NOT APD-APPROVE AND NOT APD-DECLINE
                   MOVE "UNKNOWN DECISION" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-DECISION
               WHEN APD-USER-ID = SPACES
                   MOVE "USER ID REQUIRED" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-DECISION
               WHEN NOT WS-ITEM-FOUND
                   MOVE "NO PENDING ITEM" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-DECISION
               WHEN APD-USER-ID = APQ-QUEUED-BY
                   MOVE "SAME USER AS QUEUED IT" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-DECISION
               WHEN APD-DECLINE
                   SET APQ-DECLINED TO TRUE
                   MOVE APQ-STATUS TO WS-QUEUE-STATUS(WS-QUEUE-IDX)
                   ADD 1 TO WS-DECLINED-COUNT
                   PERFORM FINISH-APPLIED-DECISION
               WHEN OTHER
                   PERFORM POST-APPROVED-RESULT
           END-EVALUATE.

      *    The oldest item still pending for the key; it is loaded
      *    into the queue record area for the edits and the post.
       FIND-QUEUED-ITEM.
           SET WS-ITEM-FOUND TO FALSE.
           MOVE SPACES TO APQ-RECORD.
           IF WS-QUEUE-COUNT > 0
               SET WS-QUEUE-IDX TO 1
               SEARCH WS-QUEUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QUEUE-IDX > WS-QUEUE-COUNT
                       CONTINUE
                   WHEN WS-QUEUE-STATUS(WS-QUEUE-IDX) = "P"
                       AND WS-QUEUE-ACCOUNT(WS-QUEUE-IDX)
                           = APD-ACCOUNT-NUMBER
                       AND WS-QUEUE-EFF-DATE(WS-QUEUE-IDX)
                           = APD-EFFECTIVE-DATE
                       SET WS-ITEM-FOUND TO TRUE
                       MOVE WS-QUEUE-ITEM(WS-QUEUE-IDX) TO APQ-RECORD
               END-SEARCH
           END-IF.

      *    Posted the way RESPOST posts: a new key is added, an
      *    existing one updated, and a correction (type COR) may
      *    only replace a posting that is still there, keeping its
      *    transaction type. A posting RESMAST does not take leaves
      *    the item pending on APPRQ with no history, to be decided
      *    again once RESMAST is put right.
       POST-APPROVED-RESULT.
           MOVE APQ-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER.
           MOVE APQ-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE.
           READ RESMAST-F
               INVALID KEY
                   IF APQ-TXN-TYPE = "COR"
                       MOVE "CORRECTION NAMES NO POSTING"
                           TO WS-REJECT-TEXT
                       PERFORM FINISH-REJECTED-DECISION
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO RSH-BEFORE-IMAGE
                   PERFORM BUILD-RESULTS-FIELDS
                   MOVE APQ-TXN-TYPE TO RSM-TXN-TYPE
                   WRITE RSM-RECORD
                   SET RSH-ACTION-ADD TO TRUE
               NOT INVALID KEY
                   PERFORM IMAGE-BEFORE-POSTING
                   PERFORM BUILD-RESULTS-FIELDS
                   IF APQ-TXN-TYPE = "COR"
                       IF RSM-TXN-TYPE = SPACES
                           MOVE APQ-TXN-TYPE TO RSM-TXN-TYPE
                       END-IF
                       SET RSH-ACTION-CORRECT TO TRUE
                   ELSE
                       MOVE APQ-TXN-TYPE TO RSM-TXN-TYPE
                       SET RSH-ACTION-UPDATE TO TRUE
                   END-IF
                   REWRITE RSM-RECORD
           END-READ.
           IF WS-RESMAST-STATUS NOT = "00"
               SET WS-POSTING-FAILED TO TRUE
               DISPLAY "RESAPPR: RESMAST WRITE FAILED, STATUS="
                   WS-RESMAST-STATUS " - ACCOUNT " APQ-ACCOUNT-NUMBER
                   " EFFDATE " APQ-EFFECTIVE-DATE " LEFT PENDING"
               MOVE "RESMAST WRITE FAILED" TO WS-REJECT-TEXT
               PERFORM FINISH-REJECTED-DECISION
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMAGE-AFTER-POSTING.
           PERFORM WRITE-HISTORY-RECORD.
           SET APQ-APPROVED TO TRUE.
           MOVE APQ-STATUS TO WS-QUEUE-STATUS(WS-QUEUE-IDX).
           ADD 1 TO WS-APPROVED-COUNT.
           PERFORM FINISH-APPLIED-DECISION.

       BUILD-RESULTS-FIELDS.
           MOVE APQ-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER.
           MOVE APQ-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE.
           SET RSM-RESULT-POSTED TO TRUE.
           MOVE APQ-RESULT-VALUE TO RSM-RESULT-VALUE.
           MOVE APQ-RESULT-RATE TO RSM-RESULT-RATE.
           MOVE APQ-RESULT-FLAG TO RSM-RESULT-FLAG.
           MOVE APQ-RESULT-DISPOSITION TO RSM-RESULT-DISPOSITION.
           MOVE APQ-RESULT-TEXT TO RSM-RESULT-TEXT.
           MOVE FUNCTION CURRENT-DATE TO RSM-POSTED-TIMESTAMP.

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

      *    An approval's history carries the business date the next
      *    GL extract covers (SET-HISTORY-DATE), so it is journalled
      *    with that night's postings whenever it was made.
       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RSH-TIMESTAMP.
           MOVE WS-HISTORY-DATE TO RSH-BUSINESS-DATE.
           MOVE APQ-ACCOUNT-NUMBER TO RSH-ACCOUNT-NUMBER.
           MOVE APQ-EFFECTIVE-DATE TO RSH-EFFECTIVE-DATE.
           MOVE RSM-TXN-TYPE TO RSH-TXN-TYPE.
           MOVE APQ-TXN-SEQUENCE TO RSH-TXN-SEQUENCE.
           MOVE APQ-CALLED-PGM TO RSH-CALLED-PGM.
           OPEN EXTEND RESHIST-F.
           IF WS-RESHIST-STATUS = "35"
               OPEN OUTPUT RESHIST-F
           END-IF.
           IF WS-RESHIST-STATUS = "00"
               WRITE RSH-RECORD
               CLOSE RESHIST-F
           ELSE
               SET WS-HISTORY-FAILED TO TRUE
               DISPLAY "RESAPPR: RESHIST WRITE FAILED, STATUS="
                   WS-RESHIST-STATUS " - HISTORY LOST FOR ACCOUNT "
                   APQ-ACCOUNT-NUMBER " EFFDATE " APQ-EFFECTIVE-DATE
           END-IF.

       FINISH-APPLIED-DECISION.
           SET APA-APPLIED TO TRUE.
           PERFORM WRITE-APPROVAL-AUDIT.
           MOVE SPACES TO APRRPT-REC.
           STRING "  " DELIMITED BY SIZE
               APD-DECISION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-USER-ID DELIMITED BY SIZE
               "  APPLIED (" DELIMITED BY SIZE
               APQ-REASON DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.

       FINISH-REJECTED-DECISION.
           ADD 1 TO WS-REJECTED-COUNT.
           SET APA-REJECTED TO TRUE.
           PERFORM WRITE-APPROVAL-AUDIT.
           MOVE SPACES TO APRRPT-REC.
           STRING "  " DELIMITED BY SIZE
               APD-DECISION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APD-USER-ID DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.

       WRITE-APPROVAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO APA-TIMESTAMP.
           MOVE APD-DECISION TO APA-DECISION.
           MOVE APD-ACCOUNT-NUMBER TO APA-ACCOUNT-NUMBER.
           MOVE APD-EFFECTIVE-DATE TO APA-EFFECTIVE-DATE.
           MOVE APD-USER-ID TO APA-DECIDED-BY.
           MOVE WS-REJECT-TEXT TO APA-REJECT-TEXT.
           MOVE APD-COMMENT TO APA-COMMENT.
           IF WS-ITEM-FOUND
               MOVE APQ-QUEUED-BY TO APA-QUEUED-BY
               MOVE APQ-QUEUED-TIMESTAMP TO APA-QUEUED-TIMESTAMP
               MOVE APQ-TXN-TYPE TO APA-TXN-TYPE
               MOVE APQ-REASON TO APA-REASON
               MOVE APQ-RESULT-VALUE TO APA-RESULT-VALUE
               MOVE APQ-RESULT-RATE TO APA-RESULT-RATE
               MOVE APQ-RESULT-FLAG TO APA-RESULT-FLAG
           ELSE
               MOVE SPACES TO APA-QUEUED-BY APA-QUEUED-TIMESTAMP
                   APA-TXN-TYPE APA-REASON APA-RESULT-FLAG
               MOVE 0 TO APA-RESULT-VALUE APA-RESULT-RATE
           END-IF.
           OPEN EXTEND APPRAUD-F.
           IF WS-APPRAUD-STATUS = "35"
               OPEN OUTPUT APPRAUD-F
           END-IF.
      *    A decision the audit trail cannot record must not pass
      *    silently. RC 8 at end of run flags it.
           IF WS-APPRAUD-STATUS = "00"
               WRITE APA-RECORD
               CLOSE APPRAUD-F
           ELSE
               SET WS-AUDIT-FAILED TO TRUE
               DISPLAY "RESAPPR: APPRAUD WRITE FAILED, STATUS="
                   WS-APPRAUD-STATUS " - AUDIT RECORD LOST FOR"
                   " ACCOUNT " APD-ACCOUNT-NUMBER
           END-IF.

      *    Decided items leave the queue - APPRAUD holds them.
       REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPRQ-F.
           IF WS-APPRQ-STATUS NOT = "00"
               DISPLAY "RESAPPR: APPRQ REWRITE FAILED, STATUS="
                   WS-APPRQ-STATUS
               SET WS-AUDIT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REWRITE-ONE-QUEUE-ITEM
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT.
           CLOSE APPRQ-F.

       REWRITE-ONE-QUEUE-ITEM.
           IF WS-QUEUE-STATUS(WS-QUEUE-IDX) = "P"
               MOVE WS-QUEUE-ITEM(WS-QUEUE-IDX) TO APQ-RECORD
               WRITE APQ-RECORD
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO APRRPT-REC.
           WRITE APRRPT-REC.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APRRPT-REC.
           STRING "DECISIONS READ:        " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APRRPT-REC.
           STRING "APPROVED AND POSTED:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.
           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APRRPT-REC.
           STRING "DECLINED:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APRRPT-REC.
           STRING "DECISIONS REJECTED:    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.
           MOVE WS-STILL-PENDING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APRRPT-REC.
           STRING "STILL PENDING:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APRRPT-REC
           END-STRING.
           WRITE APRRPT-REC.
