      *2026-10-15 New program. Closed-account activity report for the
      *           desk: reads the night's TXNFILE and lists every
      *           detail for an account ACCTMST shows closed - the
      *           upstream source it came from, account, name, type,
      *           amount and value date - with a count and amount
      *           total, so a source still sending to a closed
      *           account is chased upstream instead of its
      *           transactions turning up one by one as CLOSED
      *           rejects. The header and trailer control records
      *           are not listed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGCLS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNFILE-F ASSIGN TO "TXNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT ACCTMST-F ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CLSRPT-F ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TXNFILE-F
           RECORDING MODE IS F.
       COPY TXFREC.
       FD  ACCTMST-F.
       COPY ACTREC.
       FD  CLSRPT-F
           RECORDING MODE IS F.
       01  CLSRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88  WS-TXN-EOF             VALUE "Y".
       01  WS-SOURCE-ID               PIC X(8) VALUE SPACES.
       01  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLOSED-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-NUMERIC          PIC 9(7)V99.
       01  WS-AMOUNT-NUMERIC-X REDEFINES WS-AMOUNT-NUMERIC
                                      PIC X(9).
       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       01  WS-EDIT-DETAILS            PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           OPEN OUTPUT CLSRPT-F.
           MOVE "CLOSED ACCOUNTS WITH TXNFILE ACTIVITY" TO CLSRPT-REC.
           WRITE CLSRPT-REC.
           MOVE SPACES TO CLSRPT-REC.
           WRITE CLSRPT-REC.
      *    Without the account master there is nothing to tell a
      *    closed account by, so say so rather than print an empty
      *    list that reads as a clean night.
           OPEN INPUT ACCTMST-F.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "BRDGCLS: NO ACCTMST ALLOCATED, STATUS="
                   WS-ACCT-STATUS
               MOVE "NO ACCTMST - CLOSED ACCOUNTS NOT CHECKED" TO
                   CLSRPT-REC
               WRITE CLSRPT-REC
               CLOSE CLSRPT-F
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CLSRPT-REC.
           STRING "  SOURCE   ACCOUNT    NAME                    "
               DELIMITED BY SIZE
               " TYP       AMOUNT  VALUE-DT" DELIMITED BY SIZE
               INTO CLSRPT-REC
           END-STRING.
           WRITE CLSRPT-REC.
           PERFORM READ-TRANSACTION-FILE.
           CLOSE ACCTMST-F.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CLSRPT-F.
           STOP RUN.

       READ-TRANSACTION-FILE.
           OPEN INPUT TXNFILE-F.
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF
                   READ TXNFILE-F
                       AT END
                           SET WS-TXN-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-TXN-RECORD
                   END-READ
               END-PERFORM
               CLOSE TXNFILE-F
           ELSE
               DISPLAY "BRDGCLS: NO TXNFILE TO REPORT, STATUS="
                   WS-TXN-STATUS
           END-IF.

      *    Each batch's header names its source; the details that
      *    follow carry it until the next header.
       CHECK-ONE-TXN-RECORD.
           IF TXF-HEADER
               MOVE TXF-SOURCE-ID TO WS-SOURCE-ID
               EXIT PARAGRAPH
           END-IF.
           IF NOT TXF-DETAIL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE TXF-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER.
           READ ACCTMST-F
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ACT-CLOSED
               PERFORM REPORT-ONE-DETAIL
           END-IF.

       REPORT-ONE-DETAIL.
           MOVE 0 TO WS-AMOUNT-NUMERIC.
           IF TXF-AMOUNT IS NUMERIC
               MOVE TXF-AMOUNT TO WS-AMOUNT-NUMERIC-X
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-AMOUNT-NUMERIC TO WS-CLOSED-AMOUNT.
           MOVE WS-AMOUNT-NUMERIC TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLSRPT-REC.
           STRING "  " DELIMITED BY SIZE
               WS-SOURCE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TXF-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACT-ACCOUNT-NAME(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TXF-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXF-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO CLSRPT-REC
           END-STRING.
           WRITE CLSRPT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLSRPT-REC.
           WRITE CLSRPT-REC.
           IF WS-CLOSED-COUNT = 0
               MOVE "NO ACTIVITY FOR CLOSED ACCOUNTS" TO CLSRPT-REC
               WRITE CLSRPT-REC
           END-IF.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-DETAILS.
           MOVE SPACES TO CLSRPT-REC.
           STRING "TXNFILE DETAILS READ:     " DELIMITED BY SIZE
               WS-EDIT-DETAILS DELIMITED BY SIZE
               INTO CLSRPT-REC
           END-STRING.
           WRITE CLSRPT-REC.
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CLOSED-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO CLSRPT-REC.
           STRING "FOR CLOSED ACCOUNTS:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO CLSRPT-REC
           END-STRING.
           WRITE CLSRPT-REC.
