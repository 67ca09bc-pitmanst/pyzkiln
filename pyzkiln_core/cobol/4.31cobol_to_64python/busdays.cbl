      *2026-10-15 New program. Business-day calendar subprogram,
      *           CALLed by COBTEST, BRDGSUS and BRDGTRD so the run
      *           date check, the value-date roll and every age in
      *           days share one definition of a business day:
      *           Monday to Friday, less the holidays on CALENDAR,
      *           plus any weekend working days it lists. The
      *           calendar is loaded once, on the first call, into a
      *           table searched by date. With no CALENDAR allocated
      *           every day counts as a business day, which is the
      *           plain calendar-day behaviour the callers had before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUSDAYS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-F ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-F.
       COPY CALREC.
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS              PIC XX.
       01  WS-CAL-EOF-SW              PIC X VALUE "N".
           88  WS-CAL-EOF             VALUE "Y".
       01  WS-CAL-LOADED-SW           PIC X VALUE "N".
           88  WS-CAL-LOADED          VALUE "Y".
       01  WS-CAL-PRESENT-SW          PIC X VALUE "N".
           88  WS-CAL-PRESENT         VALUE "Y".
       01  WS-CAL-COUNT               PIC 9(4) VALUE 0.
      *    Unused slots hold HIGH-VALUES so the table stays in
      *    ascending date order for the binary search.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES
                       ASCENDING KEY IS WS-CAL-DATE
                       INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE         PIC X(8).
               10  WS-CAL-DAY-TYPE     PIC X(1).
               10  WS-CAL-DESCRIPTION  PIC X(30).
       01  WS-DATE-NUM                PIC 9(8).
       01  WS-DAY-INT                 PIC 9(7).
       01  WS-END-INT                 PIC 9(7).
       01  WS-WEEK-COUNT              PIC 9(7).
       01  WS-WEEKDAY                 PIC 9(1).
       01  WS-DAY-DATE                PIC X(8).
       01  WS-DAY-BUSINESS-SW         PIC X VALUE "N".
           88  WS-DAY-BUSINESS        VALUE "Y" FALSE "N".
       01  WS-DAY-NAME                PIC X(30).
       01  WS-ROLL-LIMIT              PIC 9(3).
       LINKAGE SECTION.
       COPY BDYPARM.
       PROCEDURE DIVISION USING BDY-REQUEST.
           IF NOT WS-CAL-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.
           MOVE "00" TO BDY-STATUS.
           IF NOT WS-CAL-PRESENT
               MOVE "NC" TO BDY-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN BDY-FN-CHECK
                   PERFORM CHECK-BUSINESS-DATE
               WHEN BDY-FN-NEXT
                   PERFORM FIND-NEXT-BUSINESS-DAY
               WHEN BDY-FN-AGE
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN OTHER
                   MOVE "BD" TO BDY-STATUS
           END-EVALUATE.
           GOBACK.

      *    A calendar bigger than the table is truncated at the far
      *    end - the dates furthest in the future - with a console
      *    note, so tonight's answers are still right.
       LOAD-CALENDAR.
           SET WS-CAL-LOADED TO TRUE.
           MOVE HIGH-VALUES TO WS-CAL-TABLE.
           OPEN INPUT CALENDAR-F.
           IF WS-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET WS-CAL-PRESENT TO TRUE.
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-F NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF WS-CAL-COUNT < 1000
                           ADD 1 TO WS-CAL-COUNT
                           SET WS-CAL-IDX TO WS-CAL-COUNT
                           MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-IDX)
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-DAY-TYPE(WS-CAL-IDX)
                           MOVE CAL-DESCRIPTION
                               TO WS-CAL-DESCRIPTION(WS-CAL-IDX)
                       ELSE
                           DISPLAY "BUSDAYS: CALENDAR PAST 1000"
                               " DATES - " CAL-DATE " AND LATER"
                               " NOT LOADED"
                           SET WS-CAL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-F.

       CHECK-BUSINESS-DATE.
           IF BDY-DATE-1 IS NOT NUMERIC
               MOVE "BD" TO BDY-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE BDY-DATE-1 TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "BD" TO BDY-STATUS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM CLASSIFY-DAY.
           MOVE WS-DAY-BUSINESS-SW TO BDY-BUSINESS-DAY-SW.
           MOVE WS-DAY-NAME TO BDY-DAY-NAME.

      *    Rolls forward at most a month; no real calendar has a run
      *    of non-business days that long, so one that does is a
      *    maintenance error and the date is left where it was.
       FIND-NEXT-BUSINESS-DAY.
           MOVE BDY-DATE-1 TO BDY-RESULT-DATE.
           PERFORM CHECK-BUSINESS-DATE.
           IF BDY-BAD-DATE OR WS-DAY-BUSINESS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ROLL-LIMIT.
           PERFORM ROLL-ONE-DAY
               UNTIL WS-DAY-BUSINESS OR WS-ROLL-LIMIT > 31.
           IF WS-DAY-BUSINESS
               MOVE WS-DAY-DATE TO BDY-RESULT-DATE
           END-IF.

       COUNT-BUSINESS-DAYS.
           MOVE 0 TO BDY-DAYS.
           IF BDY-DATE-1 IS NOT NUMERIC OR BDY-DATE-2 IS NOT NUMERIC
               MOVE "BD" TO BDY-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE BDY-DATE-2 TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "BD" TO BDY-STATUS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE BDY-DATE-1 TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "BD" TO BDY-STATUS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM AGE-ONE-DAY
               UNTIL WS-DAY-INT >= WS-END-INT OR BDY-DAYS = 99999.

       ROLL-ONE-DAY.
           ADD 1 TO WS-DAY-INT.
           ADD 1 TO WS-ROLL-LIMIT.
           PERFORM CLASSIFY-DAY.

       AGE-ONE-DAY.
           ADD 1 TO WS-DAY-INT.
           PERFORM CLASSIFY-DAY.
           IF WS-DAY-BUSINESS
               ADD 1 TO BDY-DAYS
           END-IF.

      *    Day 1 of the integer date scale (1 January 1601) was a
      *    Monday, so the remainder after dividing by 7 runs 0 =
      *    Monday through 5 = Saturday and 6 = Sunday. A calendar
      *    entry overrides the weekday rule either way.
       CLASSIFY-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DATE-NUM TO WS-DAY-DATE.
           MOVE SPACES TO WS-DAY-NAME.
           SET WS-DAY-BUSINESS TO TRUE.
           IF NOT WS-CAL-PRESENT
               EXIT PARAGRAPH
           END-IF.
           DIVIDE 7 INTO WS-DAY-INT GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 0
               MOVE 6 TO WS-WEEKDAY
           ELSE
               SUBTRACT 1 FROM WS-WEEKDAY
           END-IF.
           EVALUATE WS-WEEKDAY
               WHEN 5
                   SET WS-DAY-BUSINESS TO FALSE
                   MOVE "SATURDAY" TO WS-DAY-NAME
               WHEN 6
                   SET WS-DAY-BUSINESS TO FALSE
                   MOVE "SUNDAY" TO WS-DAY-NAME
           END-EVALUATE.
           IF WS-CAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WS-CAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE
                   IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = "H"
                       SET WS-DAY-BUSINESS TO FALSE
                       MOVE WS-CAL-DESCRIPTION(WS-CAL-IDX)
                           TO WS-DAY-NAME
                   END-IF
                   IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = "W"
                       SET WS-DAY-BUSINESS TO TRUE
                       MOVE SPACES TO WS-DAY-NAME
                   END-IF
           END-SEARCH.
