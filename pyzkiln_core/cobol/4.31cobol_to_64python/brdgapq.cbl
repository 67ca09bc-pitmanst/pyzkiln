      *2026-10-15 New program. Aged approval-queue report: reads the
      *           APPRQ file RESPOST holds flagged results on and
      *           prints every item still waiting for a checker -
      *           date queued, age in days, account, effective date,
      *           type, the threshold it hit, and who queued it -
      *           with totals by age bucket, so nothing sits in the
      *           queue unnoticed. RESAPPR drops decided items from
      *           APPRQ, so only pending items are listed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGAPQ".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRQ-F ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-STATUS.
           SELECT APQRPT-F ASSIGN TO "APQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPRQ-F
           RECORDING MODE IS F.
       COPY APQREC.
       FD  APQRPT-F
           RECORDING MODE IS F.
       01  APQRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-APPRQ-STATUS            PIC XX.
       01  WS-QUEUE-EOF-SW            PIC X VALUE "N".
           88  WS-QUEUE-EOF           VALUE "Y".
       01  WS-PENDING-COUNT           PIC 9(5) VALUE 0.
       01  WS-BUCKET-DAY-COUNT        PIC 9(5) VALUE 0.
       01  WS-BUCKET-WEEK-COUNT       PIC 9(5) VALUE 0.
       01  WS-BUCKET-OLDER-COUNT      PIC 9(5) VALUE 0.
       01  WS-TODAY-NUM               PIC 9(8).
       01  WS-QUEUED-DATE-NUM         PIC 9(8).
       01  WS-AGE-DAYS                PIC S9(5) COMP-5.
       01  WS-EDIT-AGE                PIC ZZZZ9.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT APQRPT-F.
           MOVE "RESULTS AWAITING APPROVAL - AGED BY DAYS" TO
               APQRPT-REC.
           WRITE APQRPT-REC.
           MOVE SPACES TO APQRPT-REC.
           WRITE APQRPT-REC.
           MOVE SPACES TO APQRPT-REC.
           STRING "  QUEUED      AGE  ACCOUNT    EFFDATE  "
               DELIMITED BY SIZE
               "TYP REASON   QUEUED-BY" DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.
           PERFORM READ-APPROVAL-QUEUE.
           MOVE SPACES TO APQRPT-REC.
           WRITE APQRPT-REC.
           IF WS-PENDING-COUNT = 0
               MOVE "NO RESULTS AWAITING APPROVAL" TO APQRPT-REC
               WRITE APQRPT-REC
           ELSE
               PERFORM WRITE-BUCKET-TOTALS
           END-IF.
           CLOSE APQRPT-F.
           STOP RUN.

       READ-APPROVAL-QUEUE.
           OPEN INPUT APPRQ-F.
           IF WS-APPRQ-STATUS = "00"
               PERFORM UNTIL WS-QUEUE-EOF
                   READ APPRQ-F
                       AT END
                           SET WS-QUEUE-EOF TO TRUE
                       NOT AT END
                           IF APQ-PENDING
                               PERFORM REPORT-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRQ-F
           END-IF.

       REPORT-ONE-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-AGE-DAYS.
           IF APQ-QUEUED-TIMESTAMP(1:8) IS NUMERIC
               MOVE APQ-QUEUED-TIMESTAMP(1:8) TO WS-QUEUED-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE-NUM)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-BUCKET-DAY-COUNT
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-BUCKET-WEEK-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OLDER-COUNT
           END-EVALUATE.
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE SPACES TO APQRPT-REC.
           STRING "  " DELIMITED BY SIZE
               APQ-QUEUED-TIMESTAMP(1:8) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APQ-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APQ-EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APQ-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APQ-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APQ-QUEUED-BY DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.

       WRITE-BUCKET-TOTALS.
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APQRPT-REC.
           STRING "AWAITING APPROVAL:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.
           MOVE WS-BUCKET-DAY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APQRPT-REC.
           STRING "  AGED  0- 1 DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.
           MOVE WS-BUCKET-WEEK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APQRPT-REC.
           STRING "  AGED  2- 7 DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.
           MOVE WS-BUCKET-OLDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO APQRPT-REC.
           STRING "  AGED  8+   DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO APQRPT-REC
           END-STRING.
           WRITE APQRPT-REC.
