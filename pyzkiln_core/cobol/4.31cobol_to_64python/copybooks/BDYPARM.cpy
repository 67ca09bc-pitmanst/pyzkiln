      *===============================================================
      * BDYPARM - request area for BUSDAYS, the business-day
      *           calendar subprogram. The caller sets the function
      *           and dates; BUSDAYS loads CALENDAR on its first call
      *           and answers from it.
      *
      *           BDY-FUNCTION  C = is BDY-DATE-1 a business day?
      *                             (BDY-BUSINESS-DAY, and
      *                             BDY-DAY-NAME says why not)
      *                         N = next business day on or after
      *                             BDY-DATE-1 (BDY-RESULT-DATE; the
      *                             same date when it is one)
      *                         A = age: business days after
      *                             BDY-DATE-1 up to and including
      *                             BDY-DATE-2 (BDY-DAYS; zero when
      *                             BDY-DATE-2 is not later)
      *           BDY-STATUS    00 = answered from the calendar.
      *                         NC = no CALENDAR allocated: every day
      *                              is a business day, so ages are
      *                              plain calendar days and nothing
      *                              rolls (an ad hoc run).
      *                         BD = a date is not a valid CCYYMMDD;
      *                              nothing was answered.
      *===============================================================
       01  BDY-REQUEST.
           05  BDY-FUNCTION                PIC X(1).
               88  BDY-FN-CHECK            VALUE "C".
               88  BDY-FN-NEXT             VALUE "N".
               88  BDY-FN-AGE              VALUE "A".
           05  BDY-DATE-1                  PIC X(8).
           05  BDY-DATE-2                  PIC X(8).
           05  BDY-STATUS                  PIC X(2).
               88  BDY-ANSWERED            VALUES "00" "NC".
               88  BDY-NO-CALENDAR         VALUE "NC".
               88  BDY-BAD-DATE            VALUE "BD".
           05  BDY-BUSINESS-DAY-SW         PIC X(1).
               88  BDY-BUSINESS-DAY        VALUE "Y" FALSE "N".
           05  BDY-DAY-NAME                PIC X(30).
           05  BDY-RESULT-DATE             PIC X(8).
           05  BDY-DAYS                    PIC 9(5).
