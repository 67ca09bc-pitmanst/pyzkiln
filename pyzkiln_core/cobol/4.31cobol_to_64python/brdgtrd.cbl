      *           whether the bridge workload is growing and to set
      *           archive retention from evidence instead of keeping
      *           everything forever.
      *2026-10-15 Days are now business days: calls group under the
      *           BRIDGELOG business date (the timestamp date only for
      *           records written before it was carried), each day
      *           is checked against the CALENDAR through BUSDAYS and
      *           a weekend or holiday is marked with its name, and
      *           the period closes with the business-day count and
      *           the average volume per business day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGTRD".
       ENVIRONMENT DIVISION.
               10  WS-PGM-STAT-TOTAL    PIC 9(7).
               10  WS-PGM-STAT-FAILURE  PIC 9(7).
       01  WS-TOTAL-CALLS             PIC 9(7) VALUE 0.
       01  WS-DAY-KEY                 PIC X(8).
       01  WS-BUS-DAY-COUNT           PIC 9(2) VALUE 0.
       01  WS-BUS-DAY-VOLUME          PIC 9(7) VALUE 0.
       01  WS-NONBUS-DAY-VOLUME       PIC 9(7) VALUE 0.
       01  WS-AVERAGE-WORK            PIC 9(7).
       01  WS-RATE-WORK               PIC 9(3)V9.
       01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT2             PIC ZZZ,ZZ9.
       01  WS-EDIT-RATE               PIC ZZ9.9.
       01  WS-EDIT-DAYS               PIC Z9.
       COPY BDYPARM.
       PROCEDURE DIVISION.
           PERFORM READ-ARCHIVE.
           PERFORM WRITE-REPORT.

       TALLY-RECORD.
           ADD 1 TO WS-TOTAL-CALLS.
           IF BRL-BUSINESS-DATE IS NUMERIC
               MOVE BRL-BUSINESS-DATE TO WS-DAY-KEY
           ELSE
               MOVE BRL-TIMESTAMP(1:8) TO WS-DAY-KEY
           END-IF.
           PERFORM FIND-OR-ADD-DAY-SLOT.
           IF WS-DAY-SLOT-FOUND
               ADD 1 TO WS-DAY-TOTAL(WS-DAY-IDX)
               SEARCH WS-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DAY-DATE(WS-DAY-IDX) = WS-DAY-KEY
                       SET WS-DAY-SLOT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-DAY-SLOT-FOUND AND WS-DAY-COUNT < 62
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE WS-DAY-KEY TO WS-DAY-DATE(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-TOTAL(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-FAILURE(WS-DAY-IDX)
               SET WS-DAY-SLOT-FOUND TO TRUE
           ELSE
               MOVE "BY DAY" TO TRDRPT-REC
               WRITE TRDRPT-REC
               MOVE SPACES TO TRDRPT-REC
               STRING "  DATE        VOLUME   FAILURES  FAIL-RATE%"
                   DELIMITED BY SIZE
                   "  NOT A BUSINESS DAY" DELIMITED BY SIZE
                   INTO TRDRPT-REC
               END-STRING
               WRITE TRDRPT-REC
               PERFORM WRITE-DAY-LINE
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM WRITE-BUSINESS-DAY-TOTALS
               MOVE SPACES TO TRDRPT-REC
               WRITE TRDRPT-REC
               MOVE "BY CALLED PROGRAM" TO TRDRPT-REC
               WS-DAY-FAILURE(WS-DAY-IDX) * 100
               / WS-DAY-TOTAL(WS-DAY-IDX).
           MOVE WS-RATE-WORK TO WS-EDIT-RATE.
           MOVE SPACES TO BDY-REQUEST.
           SET BDY-FN-CHECK TO TRUE.
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO BDY-DATE-1.
           CALL "BUSDAYS" USING BDY-REQUEST.
           IF NOT BDY-ANSWERED OR BDY-BUSINESS-DAY
               ADD 1 TO WS-BUS-DAY-COUNT
               ADD WS-DAY-TOTAL(WS-DAY-IDX) TO WS-BUS-DAY-VOLUME
               MOVE SPACES TO BDY-DAY-NAME
           ELSE
               ADD WS-DAY-TOTAL(WS-DAY-IDX) TO WS-NONBUS-DAY-VOLUME
           END-IF.
           MOVE SPACES TO TRDRPT-REC.
           STRING "  " DELIMITED BY SIZE
               WS-DAY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BDY-DAY-NAME DELIMITED BY SIZE
               INTO TRDRPT-REC
           END-STRING.
           WRITE TRDRPT-REC.

      *    Volume on weekends and holidays (a NONBUS run) is shown
      *    apart so it does not inflate the business-day average.
       WRITE-BUSINESS-DAY-TOTALS.
           MOVE SPACES TO TRDRPT-REC.
           WRITE TRDRPT-REC.
           MOVE WS-BUS-DAY-COUNT TO WS-EDIT-DAYS.
           MOVE 0 TO WS-AVERAGE-WORK.
           IF WS-BUS-DAY-COUNT > 0
               COMPUTE WS-AVERAGE-WORK ROUNDED =
                   WS-BUS-DAY-VOLUME / WS-BUS-DAY-COUNT
           END-IF.
           MOVE WS-AVERAGE-WORK TO WS-EDIT-COUNT.
           MOVE SPACES TO TRDRPT-REC.
           STRING "  BUSINESS DAYS: " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               "   AVERAGE VOLUME PER BUSINESS DAY: "
                   DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO TRDRPT-REC
           END-STRING.
           WRITE TRDRPT-REC.
           MOVE WS-NONBUS-DAY-VOLUME TO WS-EDIT-COUNT.
           MOVE SPACES TO TRDRPT-REC.
           STRING "  VOLUME ON NON-BUSINESS DAYS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO TRDRPT-REC
           END-STRING.
           WRITE TRDRPT-REC.
