      *2026-10-15 New program. Daily limit-exceptions report for the
      *           risk desk: reads the night's TXNREJ and lists every
      *           transaction COBTEST rejected OVERLIM (over the
      *           account's per-transaction limit) or VELOCITY (over
      *           its daily limit for the business date) - account,
      *           product code, type, amount, value date, and the
      *           limit it broke, looked up on ACCTMST - with counts
      *           and amounts by reason. The other rejects stay on
      *           the desk's usual TXNREJ and suspense reports.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGLIM".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNREJ-F ASSIGN TO "TXNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT ACCTMST-F ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LIMRPT-F ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TXNREJ-F
           RECORDING MODE IS F.
       COPY RJTREC.
       FD  ACCTMST-F.
       COPY ACTREC.
       FD  LIMRPT-F
           RECORDING MODE IS F.
       01  LIMRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-REJ-STATUS              PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-REJ-EOF-SW              PIC X VALUE "N".
           88  WS-REJ-EOF             VALUE "Y".
       01  WS-ACCT-OPEN-SW            PIC X VALUE "N".
           88  WS-ACCT-MASTER-OPEN    VALUE "Y".
       01  WS-OVERLIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-VELOCITY-COUNT          PIC 9(5) VALUE 0.
       01  WS-OVERLIM-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-VELOCITY-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-NUMERIC          PIC 9(7)V99.
       01  WS-AMOUNT-NUMERIC-X REDEFINES WS-AMOUNT-NUMERIC
                                      PIC X(9).
       01  WS-PRODUCT-CODE            PIC X(4).
       01  WS-LIMIT-BROKEN            PIC 9(9)V99.
       01  WS-LIMIT-KNOWN-SW          PIC X VALUE "N".
           88  WS-LIMIT-KNOWN         VALUE "Y" FALSE "N".
       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LIMIT-X REDEFINES WS-EDIT-LIMIT
                                      PIC X(14).
       01  WS-EDIT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM OPEN-ACCOUNT-MASTER.
           OPEN OUTPUT LIMRPT-F.
           MOVE "DAILY LIMIT EXCEPTIONS - OVERLIM AND VELOCITY REJECTS"
               TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           STRING "  ACCOUNT     PROD TYP       AMOUNT  VALUE-DT"
               DELIMITED BY SIZE
               "  REASON            LIMIT" DELIMITED BY SIZE
               INTO LIMRPT-REC
           END-STRING.
           WRITE LIMRPT-REC.
           PERFORM READ-REJECTS-FILE.
           MOVE SPACES TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           IF WS-OVERLIM-COUNT = 0 AND WS-VELOCITY-COUNT = 0
               MOVE "NO LIMIT EXCEPTIONS" TO LIMRPT-REC
               WRITE LIMRPT-REC
           ELSE
               PERFORM WRITE-REASON-TOTALS
           END-IF.
           CLOSE LIMRPT-F.
           IF WS-ACCT-MASTER-OPEN
               CLOSE ACCTMST-F
           END-IF.
           STOP RUN.

      *    Without ACCTMST the exceptions still list, with the
      *    product and limit columns left blank.
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCTMST-F.
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "BRDGLIM: NO ACCTMST ALLOCATED, LIMITS NOT"
                   " SHOWN"
           END-IF.

       READ-REJECTS-FILE.
           OPEN INPUT TXNREJ-F.
           IF WS-REJ-STATUS = "00"
               PERFORM UNTIL WS-REJ-EOF
                   READ TXNREJ-F
                       AT END
                           SET WS-REJ-EOF TO TRUE
                       NOT AT END
                           IF RJT-REASON-OVER-LIMIT
                                   OR RJT-REASON-VELOCITY
                               PERFORM REPORT-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXNREJ-F
           ELSE
               DISPLAY "BRDGLIM: NO TXNREJ TO REPORT, STATUS="
                   WS-REJ-STATUS
           END-IF.

       REPORT-ONE-EXCEPTION.
           MOVE 0 TO WS-AMOUNT-NUMERIC.
           IF RJT-AMOUNT IS NUMERIC
               MOVE RJT-AMOUNT TO WS-AMOUNT-NUMERIC-X
           END-IF.
           IF RJT-REASON-OVER-LIMIT
               ADD 1 TO WS-OVERLIM-COUNT
               ADD WS-AMOUNT-NUMERIC TO WS-OVERLIM-AMOUNT
           ELSE
               ADD 1 TO WS-VELOCITY-COUNT
               ADD WS-AMOUNT-NUMERIC TO WS-VELOCITY-AMOUNT
           END-IF.
           PERFORM LOOK-UP-ACCOUNT-LIMIT.
           MOVE WS-AMOUNT-NUMERIC TO WS-EDIT-AMOUNT.
           IF WS-LIMIT-KNOWN
               MOVE WS-LIMIT-BROKEN TO WS-EDIT-LIMIT
           ELSE
               MOVE SPACES TO WS-EDIT-LIMIT-X
           END-IF.
           MOVE SPACES TO LIMRPT-REC.
           STRING "  " DELIMITED BY SIZE
               RJT-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRODUCT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJT-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RJT-EFFECTIVE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RJT-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-LIMIT-X DELIMITED BY SIZE
               INTO LIMRPT-REC
           END-STRING.
           WRITE LIMRPT-REC.

      *    The limit shown is the one the reject broke: the
      *    per-transaction limit for OVERLIM, the daily limit for
      *    VELOCITY - as ACCTMST holds it now, after any
      *    maintenance since the run.
       LOOK-UP-ACCOUNT-LIMIT.
           MOVE SPACES TO WS-PRODUCT-CODE.
           SET WS-LIMIT-KNOWN TO FALSE.
           IF NOT WS-ACCT-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE RJT-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER.
           READ ACCTMST-F
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ACT-PRODUCT-CODE TO WS-PRODUCT-CODE.
           IF RJT-REASON-OVER-LIMIT
               IF ACT-TXN-LIMIT IS NUMERIC
                   MOVE ACT-TXN-LIMIT TO WS-LIMIT-BROKEN
                   SET WS-LIMIT-KNOWN TO TRUE
               END-IF
           ELSE
               IF ACT-DAILY-LIMIT IS NUMERIC
                   MOVE ACT-DAILY-LIMIT TO WS-LIMIT-BROKEN
                   SET WS-LIMIT-KNOWN TO TRUE
               END-IF
           END-IF.

       WRITE-REASON-TOTALS.
           MOVE WS-OVERLIM-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OVERLIM-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO LIMRPT-REC.
           STRING "OVERLIM  - OVER PER-TRANSACTION LIMIT: "
               DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LIMRPT-REC
           END-STRING.
           WRITE LIMRPT-REC.
           MOVE WS-VELOCITY-COUNT TO WS-EDIT-COUNT.
           MOVE WS-VELOCITY-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO LIMRPT-REC.
           STRING "VELOCITY - OVER DAILY LIMIT:           "
               DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LIMRPT-REC
           END-STRING.
           WRITE LIMRPT-REC.
