      *2026-10-15 New program. Maintenance for the CALENDAR keyed
      *           business-day calendar: applies ADD / CHANGE /
      *           DELETE transactions from the CALTXN input file,
      *           appends a before/after image record to the CALAUD
      *           audit file for every transaction (applied or
      *           rejected), and prints the maintenance register to
      *           CALRPT. A transaction that does not apply cleanly -
      *           bad action, invalid date, a holiday on a weekend or
      *           a working day on a weekday, missing description,
      *           adding a date that exists, changing or deleting one
      *           that does not - is rejected on the register and RC
      *           4 flags that rejects were written; the rest still
      *           apply. A lost audit record is RC 8, as in ACCTMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALMNT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALTXN-F ASSIGN TO "CALTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CALENDAR-F ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CALAUD-F ASSIGN TO "CALAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CALRPT-F ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALTXN-F
           RECORDING MODE IS F.
       COPY CLTREC.
       FD  CALENDAR-F.
       COPY CALREC.
       FD  CALAUD-F
           RECORDING MODE IS F.
       COPY CLAREC.
       FD  CALRPT-F
           RECORDING MODE IS F.
       01  CALRPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX.
       01  WS-CAL-STATUS              PIC XX.
       01  WS-AUD-STATUS              PIC XX.
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88  WS-TXN-EOF             VALUE "Y".
       01  WS-FOUND-SW                PIC X VALUE "N".
           88  WS-DATE-FOUND          VALUE "Y" FALSE "N".
       01  WS-AUDIT-FAIL-SW           PIC X VALUE "N".
           88  WS-AUDIT-FAILED        VALUE "Y".
       01  WS-BEFORE-IMAGE            PIC X(39).
       01  WS-AFTER-IMAGE             PIC X(39).
       01  WS-REJECT-TEXT             PIC X(36).
       01  WS-DATE-NUM                PIC 9(8).
       01  WS-DAY-INT                 PIC 9(7).
       01  WS-WEEK-COUNT              PIC 9(7).
       01  WS-WEEKDAY                 PIC 9(1).
           88  WS-WEEKEND             VALUES 5 6.
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM OPEN-CALENDAR.
           OPEN OUTPUT CALRPT-F.
           MOVE "BUSINESS-DAY CALENDAR MAINTENANCE REGISTER" TO
               CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE SPACES TO CALRPT-REC.
           WRITE CALRPT-REC.
           PERFORM APPLY-MAINTENANCE-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE CALRPT-F.
           CLOSE CALENDAR-F.
           IF WS-AUDIT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       OPEN-CALENDAR.
           OPEN I-O CALENDAR-F.
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-F
               CLOSE CALENDAR-F
               OPEN I-O CALENDAR-F
           END-IF.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALMNT: CALENDAR OPEN FAILED, STATUS="
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-MAINTENANCE-FILE.
           OPEN INPUT CALTXN-F.
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF
                   READ CALTXN-F
                       AT END
                           SET WS-TXN-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE CALTXN-F
           ELSE
               DISPLAY "CALMNT: NO CALTXN TO APPLY, STATUS="
                   WS-TXN-STATUS
           END-IF.

      *    As in ACCTMNT, the lookup state is cleared first so a
      *    reject taken before the keyed read audits with a blank
      *    before image, never the previous transaction's.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           SET WS-DATE-FOUND TO FALSE.
           IF CLT-DATE IS NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-TEXT
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE CLT-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "NOT A VALID CCYYMMDD DATE" TO WS-REJECT-TEXT
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-WEEKDAY.
           PERFORM READ-CALENDAR-RECORD.
           EVALUATE TRUE
               WHEN CLT-ACTION-ADD
                   PERFORM APPLY-ADD
               WHEN CLT-ACTION-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN CLT-ACTION-DELETE
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
                   PERFORM FINISH-REJECTED-TXN
           END-EVALUATE.

      *    Day 1 of the integer date scale (1 January 1601) was a
      *    Monday: the weekday runs 0 = Monday to 5 = Saturday and
      *    6 = Sunday, the same rule BUSDAYS applies.
       FIND-WEEKDAY.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           DIVIDE 7 INTO WS-DAY-INT GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 0
               MOVE 6 TO WS-WEEKDAY
           ELSE
               SUBTRACT 1 FROM WS-WEEKDAY
           END-IF.

       READ-CALENDAR-RECORD.
           MOVE CLT-DATE TO CAL-DATE.
           READ CALENDAR-F
               INVALID KEY
                   SET WS-DATE-FOUND TO FALSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-DATE-FOUND TO TRUE
                   MOVE CAL-RECORD TO WS-BEFORE-IMAGE
           END-READ.

      *    The day type must change something: a holiday only means
      *    anything on a weekday, a working day only on a weekend.
       EDIT-DAY-TYPE.
           EVALUATE TRUE
               WHEN CLT-DAY-TYPE NOT = "H" AND CLT-DAY-TYPE NOT = "W"
                   MOVE "DAY TYPE MUST BE H OR W" TO WS-REJECT-TEXT
               WHEN CLT-DAY-TYPE = "H" AND WS-WEEKEND
                   MOVE "WEEKEND IS NOT A BUSINESS DAY ANYWAY"
                       TO WS-REJECT-TEXT
               WHEN CLT-DAY-TYPE = "W" AND NOT WS-WEEKEND
                   MOVE "WEEKDAY IS A BUSINESS DAY ANYWAY"
                       TO WS-REJECT-TEXT
               WHEN CLT-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION REQUIRED" TO WS-REJECT-TEXT
           END-EVALUATE.

       APPLY-ADD.
           IF WS-DATE-FOUND
               MOVE "DATE ALREADY ON CALENDAR" TO WS-REJECT-TEXT
           ELSE
               PERFORM EDIT-DAY-TYPE
           END-IF.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE CLT-DATE TO CAL-DATE.
           MOVE CLT-DAY-TYPE TO CAL-DAY-TYPE.
           MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION.
           WRITE CAL-RECORD.
           MOVE CAL-RECORD TO WS-AFTER-IMAGE.
           PERFORM FINISH-APPLIED-TXN.

       APPLY-CHANGE.
           IF NOT WS-DATE-FOUND
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-TEXT
           ELSE
               PERFORM EDIT-DAY-TYPE
           END-IF.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE CLT-DAY-TYPE TO CAL-DAY-TYPE.
           MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION.
           REWRITE CAL-RECORD.
           MOVE CAL-RECORD TO WS-AFTER-IMAGE.
           PERFORM FINISH-APPLIED-TXN.

       APPLY-DELETE.
           IF NOT WS-DATE-FOUND
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-TEXT
               PERFORM FINISH-REJECTED-TXN
               EXIT PARAGRAPH
           END-IF.
           DELETE CALENDAR-F RECORD.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM FINISH-APPLIED-TXN.

       FINISH-APPLIED-TXN.
           ADD 1 TO WS-APPLIED-COUNT.
           SET CLA-APPLIED TO TRUE.
           MOVE WS-AFTER-IMAGE TO CLA-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SPACES TO CALRPT-REC.
           STRING "  " DELIMITED BY SIZE
               CLT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLT-DAY-TYPE DELIMITED BY SIZE
               "  APPLIED  " DELIMITED BY SIZE
               CLT-DESCRIPTION DELIMITED BY SIZE
               INTO CALRPT-REC
           END-STRING.
           WRITE CALRPT-REC.

       FINISH-REJECTED-TXN.
           ADD 1 TO WS-REJECTED-COUNT.
           SET CLA-REJECTED TO TRUE.
           MOVE WS-BEFORE-IMAGE TO CLA-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SPACES TO CALRPT-REC.
           STRING "  " DELIMITED BY SIZE
               CLT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLT-DAY-TYPE DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO CALRPT-REC
           END-STRING.
           WRITE CALRPT-REC.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CLA-TIMESTAMP.
           MOVE CLT-ACTION TO CLA-ACTION.
           MOVE CLT-DATE TO CLA-DATE.
           MOVE WS-BEFORE-IMAGE TO CLA-BEFORE-IMAGE.
           OPEN EXTEND CALAUD-F.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT CALAUD-F
           END-IF.
           IF WS-AUD-STATUS = "00"
               WRITE CLA-RECORD
               CLOSE CALAUD-F
           ELSE
               SET WS-AUDIT-FAILED TO TRUE
               DISPLAY "CALMNT: CALAUD WRITE FAILED, STATUS="
                   WS-AUD-STATUS " - AUDIT RECORD LOST FOR"
                   " DATE " CLT-DATE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CALRPT-REC.
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CALRPT-REC
           END-STRING.
           WRITE CALRPT-REC.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CALRPT-REC.
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CALRPT-REC
           END-STRING.
           WRITE CALRPT-REC.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CALRPT-REC.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CALRPT-REC
           END-STRING.
           WRITE CALRPT-REC.
