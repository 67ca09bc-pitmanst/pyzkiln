      *2026-10-15 New program. Maintenance for the SCRREG approved-
      *           script register: applies PROMOTE / RETIRE
      *           transactions from the SCRTXN input file, appends a
      *           before/after image record to the SCRAUD audit file
      *           for every transaction (applied or rejected), and
      *           prints the maintenance register to SCRRPT. PROMOTE
      *           approves a script's lines as they stand on PYLIB
      *           now - line count and SCRHASH content hash, the
      *           approver and today's date - as its next version;
      *           RETIRE withdraws it. Every transaction names both a
      *           requester and an approver, and they must differ. A
      *           transaction that does not apply cleanly is rejected
      *           on the register and RC 4 flags that rejects were
      *           written; the rest still apply. A lost audit record
      *           is RC 8, as in ACCTMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SCRMNT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRTXN-F ASSIGN TO "SCRTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT PYLIB-F ASSIGN TO "PYLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLIB-STATUS.
           SELECT SCRREG-F ASSIGN TO "SCRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRG-SCRIPT-NAME
               FILE STATUS IS WS-REG-STATUS.
           SELECT SCRAUD-F ASSIGN TO "SCRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SCRRPT-F ASSIGN TO "SCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCRTXN-F
           RECORDING MODE IS F.
       COPY SRTREC.
       FD  PYLIB-F
           RECORDING MODE IS F.
       COPY PYLREC.
       FD  SCRREG-F.
       COPY SRGREC.
       FD  SCRAUD-F
           RECORDING MODE IS F.
       COPY SRAREC.
       FD  SCRRPT-F
           RECORDING MODE IS F.
       01  SCRRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX.
       01  WS-PYLIB-STATUS            PIC XX.
       01  WS-REG-STATUS              PIC XX.
       01  WS-AUD-STATUS              PIC XX.
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88  WS-TXN-EOF             VALUE "Y".
       01  WS-PYLIB-EOF-SW            PIC X VALUE "N".
           88  WS-PYLIB-EOF           VALUE "Y".
       01  WS-FOUND-SW                PIC X VALUE "N".
           88  WS-SCRIPT-REGISTERED   VALUE "Y" FALSE "N".
       01  WS-AUDIT-FAIL-SW           PIC X VALUE "N".
           88  WS-AUDIT-FAILED        VALUE "Y".
       01  WS-BEFORE-IMAGE            PIC X(59).
       01  WS-AFTER-IMAGE             PIC X(59).
       01  WS-REJECT-TEXT             PIC X(36).
       01  WS-TODAY                   PIC X(8).
      *    Line count and content hash of every script on PYLIB, in
      *    the order the names first appear - worked out once, the
      *    same way COBTEST works them out at load.
       01  WS-PYLIB-COUNT             PIC 9(3) VALUE 0.
       01  WS-PYLIB-TABLE.
           05  WS-PYLIB-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-PYLIB-IDX.
               10  WS-PYLIB-NAME       PIC X(8).
               10  WS-PYLIB-LINES      PIC 9(5).
               10  WS-PYLIB-HASH       PIC X(18).
       01  WS-PYLIB-FOUND-SW          PIC X VALUE "N".
           88  WS-PYLIB-FOUND         VALUE "Y" FALSE "N".
       01  WS-WANTED-SCRIPT           PIC X(8).
       01  WS-VERSION-SHOWN           PIC 9(3).
       01  WS-LINES-SHOWN             PIC ZZ,ZZ9.
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       COPY HSHPARM.
       PROCEDURE DIVISION.
           PERFORM OPEN-REGISTER.
           PERFORM LOAD-PYLIB-SUMMARY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT SCRRPT-F.
           MOVE "APPROVED-SCRIPT REGISTER MAINTENANCE" TO SCRRPT-REC.
           WRITE SCRRPT-REC.
           MOVE SPACES TO SCRRPT-REC.
           WRITE SCRRPT-REC.
           PERFORM APPLY-MAINTENANCE-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE SCRRPT-F.
           CLOSE SCRREG-F.
           IF WS-AUDIT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       OPEN-REGISTER.
           OPEN I-O SCRREG-F.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT SCRREG-F
               CLOSE SCRREG-F
               OPEN I-O SCRREG-F
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "SCRMNT: SCRREG OPEN FAILED, STATUS="
                   WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    With no PYLIB allocated the table stays empty: RETIRE still
      *    works, every PROMOTE is rejected.
       LOAD-PYLIB-SUMMARY.
           OPEN INPUT PYLIB-F.
           IF WS-PYLIB-STATUS = "00"
               PERFORM UNTIL WS-PYLIB-EOF
                   READ PYLIB-F
                       AT END
                           SET WS-PYLIB-EOF TO TRUE
                       NOT AT END
                           PERFORM SUMMARISE-ONE-PYLIB-LINE
                   END-READ
               END-PERFORM
               CLOSE PYLIB-F
           ELSE
               DISPLAY "SCRMNT: NO PYLIB ALLOCATED, STATUS="
                   WS-PYLIB-STATUS " - NOTHING CAN BE PROMOTED"
           END-IF.

       SUMMARISE-ONE-PYLIB-LINE.
           IF PYL-SCRIPT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PYL-SCRIPT-NAME TO WS-WANTED-SCRIPT.
           PERFORM FIND-PYLIB-SCRIPT.
           IF NOT WS-PYLIB-FOUND
               IF WS-PYLIB-COUNT < 100
                   ADD 1 TO WS-PYLIB-COUNT
                   SET WS-PYLIB-IDX TO WS-PYLIB-COUNT
                   MOVE PYL-SCRIPT-NAME TO WS-PYLIB-NAME(WS-PYLIB-IDX)
                   MOVE 0 TO WS-PYLIB-LINES(WS-PYLIB-IDX)
                   MOVE ZEROS TO WS-PYLIB-HASH(WS-PYLIB-IDX)
                   SET WS-PYLIB-FOUND TO TRUE
               ELSE
                   DISPLAY "SCRMNT: PYLIB PAST 100 SCRIPTS, NOT"
                       " SUMMARISED - " PYL-SCRIPT-NAME
               END-IF
           END-IF.
           IF WS-PYLIB-FOUND
               ADD 1 TO WS-PYLIB-LINES(WS-PYLIB-IDX)
               MOVE WS-PYLIB-HASH(WS-PYLIB-IDX) TO HSH-CONTENT-HASH
               MOVE PYL-SOURCE-LINE TO HSH-SOURCE-LINE
               CALL "SCRHASH" USING HSH-REQUEST
               MOVE HSH-CONTENT-HASH TO WS-PYLIB-HASH(WS-PYLIB-IDX)
           END-IF.

       FIND-PYLIB-SCRIPT.
           SET WS-PYLIB-FOUND TO FALSE.
           IF WS-PYLIB-COUNT > 0
               SET WS-PYLIB-IDX TO 1
               SEARCH WS-PYLIB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PYLIB-IDX > WS-PYLIB-COUNT
                       CONTINUE
                   WHEN WS-PYLIB-NAME(WS-PYLIB-IDX) = WS-WANTED-SCRIPT
                       SET WS-PYLIB-FOUND TO TRUE
               END-SEARCH
           END-IF.

       APPLY-MAINTENANCE-FILE.
           OPEN INPUT SCRTXN-F.
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF
                   READ SCRTXN-F
                       AT END
                           SET WS-TXN-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE SCRTXN-F
           ELSE
               DISPLAY "SCRMNT: NO SCRTXN TO APPLY, STATUS="
                   WS-TXN-STATUS
           END-IF.

      *    As in ACCTMNT, the lookup state is cleared first so a
      *    reject taken before the keyed read audits with a blank
      *    before image, never the previous transaction's. The
      *    maker-checker edit comes before anything else: nobody
      *    approves their own script.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE 0 TO WS-VERSION-SHOWN.
           SET WS-SCRIPT-REGISTERED TO FALSE.
           EVALUATE TRUE
               WHEN SRT-SCRIPT-NAME = SPACES
                   MOVE "SCRIPT NAME REQUIRED" TO WS-REJECT-TEXT
               WHEN SRT-REQUESTER = SPACES OR SRT-APPROVER = SPACES
                   MOVE "REQUESTER AND APPROVER REQUIRED"
                       TO WS-REJECT-TEXT
               WHEN SRT-REQUESTER = SRT-APPROVER
                   MOVE "APPROVER MUST DIFFER FROM REQUESTER"
                       TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-REGISTER-RECORD.
           EVALUATE TRUE
               WHEN SRT-ACTION-PROMOTE
                   PERFORM APPLY-PROMOTE
               WHEN SRT-ACTION-RETIRE
                   PERFORM APPLY-RETIRE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
           END-EVALUATE.

       READ-REGISTER-RECORD.
           MOVE SRT-SCRIPT-NAME TO SRG-SCRIPT-NAME.
           READ SCRREG-F
               INVALID KEY
                   SET WS-SCRIPT-REGISTERED TO FALSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-SCRIPT-REGISTERED TO TRUE
                   MOVE SRG-RECORD TO WS-BEFORE-IMAGE
                   MOVE SRG-VERSION TO WS-VERSION-SHOWN
           END-READ.

      *    A promotion records the script exactly as PYLIB holds it
      *    now. Promoting lines that are already the active version
      *    is rejected rather than bumping the version for nothing;
      *    a retired script comes back as a new version.
       APPLY-PROMOTE.
           MOVE SRT-SCRIPT-NAME TO WS-WANTED-SCRIPT.
           PERFORM FIND-PYLIB-SCRIPT.
           EVALUATE TRUE
               WHEN NOT WS-PYLIB-FOUND
                   MOVE "SCRIPT NOT ON PYLIB" TO WS-REJECT-TEXT
               WHEN WS-SCRIPT-REGISTERED AND SRG-ACTIVE
                   AND SRG-LINE-COUNT = WS-PYLIB-LINES(WS-PYLIB-IDX)
                   AND SRG-CONTENT-HASH = WS-PYLIB-HASH(WS-PYLIB-IDX)
                   MOVE "THESE LINES ALREADY APPROVED"
                       TO WS-REJECT-TEXT
               WHEN WS-SCRIPT-REGISTERED AND SRG-VERSION = 999
                   MOVE "VERSION NUMBERS EXHAUSTED" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCRIPT-REGISTERED
               ADD 1 TO SRG-VERSION
           ELSE
               MOVE SRT-SCRIPT-NAME TO SRG-SCRIPT-NAME
               MOVE 1 TO SRG-VERSION
           END-IF.
           SET SRG-ACTIVE TO TRUE.
           MOVE WS-PYLIB-LINES(WS-PYLIB-IDX) TO SRG-LINE-COUNT.
           MOVE WS-PYLIB-HASH(WS-PYLIB-IDX) TO SRG-CONTENT-HASH.
           MOVE SRT-APPROVER TO SRG-APPROVER.
           MOVE WS-TODAY TO SRG-APPROVAL-DATE.
           MOVE SPACES TO SRG-RETIRED-DATE.
           IF WS-SCRIPT-REGISTERED
               REWRITE SRG-RECORD
           ELSE
               WRITE SRG-RECORD
           END-IF.
           MOVE SRG-VERSION TO WS-VERSION-SHOWN.
           MOVE SRG-RECORD TO WS-AFTER-IMAGE.
           PERFORM FINISH-APPLIED-TXN.

      *    A retired entry stays on the register, so the next
      *    promotion carries on from its version number.
       APPLY-RETIRE.
           EVALUATE TRUE
               WHEN NOT WS-SCRIPT-REGISTERED
                   MOVE "SCRIPT NOT ON REGISTER" TO WS-REJECT-TEXT
               WHEN SRG-RETIRED
                   MOVE "SCRIPT ALREADY RETIRED" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           SET SRG-RETIRED TO TRUE.
           MOVE WS-TODAY TO SRG-RETIRED-DATE.
           REWRITE SRG-RECORD.
           MOVE SRG-RECORD TO WS-AFTER-IMAGE.
           PERFORM FINISH-APPLIED-TXN.

       FINISH-APPLIED-TXN.
           ADD 1 TO WS-APPLIED-COUNT.
           SET SRA-APPLIED TO TRUE.
           MOVE WS-AFTER-IMAGE TO SRA-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SRG-LINE-COUNT TO WS-LINES-SHOWN.
           MOVE SPACES TO SCRRPT-REC.
           STRING "  " DELIMITED BY SIZE
               SRT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-SCRIPT-NAME DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               WS-VERSION-SHOWN DELIMITED BY SIZE
               "  APPLIED  LINES " DELIMITED BY SIZE
               WS-LINES-SHOWN DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               SRT-REQUESTER DELIMITED BY SIZE
               " APPROVED " DELIMITED BY SIZE
               SRT-APPROVER DELIMITED BY SIZE
               INTO SCRRPT-REC
           END-STRING.
           WRITE SCRRPT-REC.

       FINISH-REJECTED-TXN.
           ADD 1 TO WS-REJECTED-COUNT.
           SET SRA-REJECTED TO TRUE.
           MOVE WS-BEFORE-IMAGE TO SRA-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SPACES TO SCRRPT-REC.
           STRING "  " DELIMITED BY SIZE
               SRT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-SCRIPT-NAME DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               WS-VERSION-SHOWN DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO SCRRPT-REC
           END-STRING.
           WRITE SCRRPT-REC.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SRA-TIMESTAMP.
           MOVE SRT-ACTION TO SRA-ACTION.
           MOVE SRT-SCRIPT-NAME TO SRA-SCRIPT-NAME.
           MOVE SRT-REQUESTER TO SRA-REQUESTER.
           MOVE SRT-APPROVER TO SRA-APPROVER.
           MOVE WS-BEFORE-IMAGE TO SRA-BEFORE-IMAGE.
           OPEN EXTEND SCRAUD-F.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT SCRAUD-F
           END-IF.
           IF WS-AUD-STATUS = "00"
               WRITE SRA-RECORD
               CLOSE SCRAUD-F
           ELSE
               SET WS-AUDIT-FAILED TO TRUE
               DISPLAY "SCRMNT: SCRAUD WRITE FAILED, STATUS="
                   WS-AUD-STATUS " - AUDIT RECORD LOST FOR"
                   " SCRIPT " SRT-SCRIPT-NAME
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO SCRRPT-REC.
           WRITE SCRRPT-REC.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SCRRPT-REC.
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SCRRPT-REC
           END-STRING.
           WRITE SCRRPT-REC.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SCRRPT-REC.
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SCRRPT-REC
           END-STRING.
           WRITE SCRRPT-REC.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SCRRPT-REC.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SCRRPT-REC
           END-STRING.
           WRITE SCRRPT-REC.
