      *===============================================================
      * CLTREC - maintenance transaction record layout for CALTXN,
      *          the input file CALMNT applies to the CALENDAR
      *          business-day calendar.
      *
      *          CLT-ACTION           ADD    = new exception date.
      *                               CHANGE = replace the day type
      *                                        and description of an
      *                                        existing date.
      *                               DELETE = remove a date, so it
      *                                        reverts to the weekday
      *                                        rule.
      *          CLT-DATE             CCYYMMDD.
      *          CLT-DAY-TYPE         H (holiday, weekdays only) or
      *                               W (working day, Saturday or
      *                               Sunday only) - ADD and CHANGE.
      *          CLT-DESCRIPTION      name of the holiday or occasion
      *                               (ADD and CHANGE).
      *===============================================================
       01  CLT-RECORD.
           05  CLT-ACTION                  PIC X(8).
               88  CLT-ACTION-ADD          VALUE "ADD     ".
               88  CLT-ACTION-CHANGE       VALUE "CHANGE  ".
               88  CLT-ACTION-DELETE       VALUE "DELETE  ".
           05  CLT-DATE                    PIC X(8).
           05  CLT-DAY-TYPE                PIC X(1).
           05  CLT-DESCRIPTION             PIC X(30).
