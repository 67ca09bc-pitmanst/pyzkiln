      *           COBTEST at the operator-set REJAGMAX limit, so by
      *           the time this report runs the file already holds
      *           only live suspense.
      *2026-10-15 Ages are now in business days (BUSDAYS over the
      *           CALENDAR file), the same basis COBTEST drops off
      *           at REJAGMAX, and the buckets are a business week,
      *           up to a business month, and older.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGSUS".
       ENVIRONMENT DIVISION.
       01  WS-BUCKET-WEEK-COUNT       PIC 9(5) VALUE 0.
       01  WS-BUCKET-MONTH-COUNT      PIC 9(5) VALUE 0.
       01  WS-BUCKET-OLDER-COUNT      PIC 9(5) VALUE 0.
       01  WS-TODAY-DATE              PIC X(8).
       01  WS-AGE-DAYS                PIC S9(5) COMP-5.
       01  WS-EDIT-AGE                PIC ZZZZ9.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       COPY BDYPARM.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT SUSRPT-F.
           MOVE "OUTSTANDING REJECT SUSPENSE - AGED BY BUSINESS DAYS"
               TO SUSRPT-REC.
           WRITE SUSRPT-REC.
           MOVE SPACES TO SUSRPT-REC.
           WRITE SUSRPT-REC.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE 0 TO WS-AGE-DAYS.
           IF RJS-FIRST-REJECT-DATE IS NUMERIC
               MOVE SPACES TO BDY-REQUEST
               SET BDY-FN-AGE TO TRUE
               MOVE RJS-FIRST-REJECT-DATE TO BDY-DATE-1
               MOVE WS-TODAY-DATE TO BDY-DATE-2
               CALL "BUSDAYS" USING BDY-REQUEST
               IF BDY-ANSWERED
                   MOVE BDY-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 5
                   ADD 1 TO WS-BUCKET-WEEK-COUNT
               WHEN WS-AGE-DAYS <= 21
                   ADD 1 TO WS-BUCKET-MONTH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OLDER-COUNT
       WRITE-BUCKET-TOTALS.
           MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUSRPT-REC.
           STRING "OUTSTANDING TOTAL:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUSRPT-REC
           END-STRING.
           WRITE SUSRPT-REC.
           MOVE WS-BUCKET-WEEK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUSRPT-REC.
           STRING "  AGED  0- 5 BUSINESS DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUSRPT-REC
           END-STRING.
           WRITE SUSRPT-REC.
           MOVE WS-BUCKET-MONTH-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUSRPT-REC.
           STRING "  AGED  6-21 BUSINESS DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUSRPT-REC
           END-STRING.
           WRITE SUSRPT-REC.
           MOVE WS-BUCKET-OLDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUSRPT-REC.
           STRING "  AGED 22+   BUSINESS DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUSRPT-REC
           END-STRING.
