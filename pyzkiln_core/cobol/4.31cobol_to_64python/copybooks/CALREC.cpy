      *===============================================================
      * CALREC - business-day calendar record layout for CALENDAR,
      *          the keyed VSAM calendar (KSDS, key = date). Monday
      *          to Friday are business days and Saturday and Sunday
      *          are not, unless a record here says otherwise: one
      *          record per exception date, maintained by CALMNT with
      *          before/after images to the CALAUD audit file.
      *          BUSDAYS answers business-day questions from it for
      *          COBTEST, BRDGSUS and BRDGTRD.
      *
      *          CAL-DATE         CCYYMMDD.
      *          CAL-DAY-TYPE     H = holiday: a weekday that is not
      *                               a business day.
      *                           W = working day: a Saturday or
      *                               Sunday that is a business day.
      *          CAL-DESCRIPTION  holiday or occasion name, printed
      *                           wherever the date is refused or
      *                           rolled.
      *===============================================================
       01  CAL-RECORD.
           05  CAL-DATE                    PIC X(8).
           05  CAL-DAY-TYPE                PIC X(1).
               88  CAL-HOLIDAY             VALUE "H".
               88  CAL-WORKING-DAY         VALUE "W".
           05  CAL-DESCRIPTION             PIC X(30).
