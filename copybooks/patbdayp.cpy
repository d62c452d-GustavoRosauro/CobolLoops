      *****************************************************************
      *  PATBDAYP - one question put to the business day service
      *  (PATBDAY), which answers it from the business calendar (per
      *  patcalr). The program sets BDY-FUNCTION and the inputs it
      *  names, and reads the answer back:
      *    'T'  TEST      is BDY-DATE a working day - BDY-DAY-TYPE,
      *                   BDY-WEEKDAY (1 = MONDAY), BDY-MONTH-END-FLAG,
      *                   BDY-BUS-DAY-OF-MONTH and BDY-DESCRIPTION
      *    'F'  FORWARD   BDY-RESULT-DATE = the BDY-DAYS'th working
      *                   day after BDY-DATE (BDY-DAYS 1 = the next
      *                   working day; zero = BDY-DATE itself)
      *    'B'  BACK      BDY-RESULT-DATE = the BDY-DAYS'th working
      *                   day before BDY-DATE
      *    'D'  DAYS      BDY-DAYS = the working days after BDY-DATE
      *                   up to and including BDY-TO-DATE (zero when
      *                   BDY-TO-DATE is not later)
      *    'C'  CLOSE     at the program's normal end
      *  BDY-RC '0' is an answer wholly from the calendar, '1' one
      *  where some date was not on it (or the calendar could not be
      *  opened) and Monday to Friday stood in for it - PATBDAY has
      *  already warned - and '8' a BDY-DATE or BDY-TO-DATE that is
      *  not a valid date (nothing is returned).
      *****************************************************************
       01  BUS-DAY-REQUEST.
           05  BDY-FUNCTION                PIC X(1).
               88  BDY-TEST                VALUE 'T'.
               88  BDY-FORWARD             VALUE 'F'.
               88  BDY-BACK                VALUE 'B'.
               88  BDY-COUNT-DAYS          VALUE 'D'.
               88  BDY-CLOSE               VALUE 'C'.
           05  BDY-DATE                    PIC X(8).
           05  BDY-TO-DATE                 PIC X(8).
           05  BDY-DAYS                    PIC 9(5).
           05  BDY-RESULT-DATE             PIC X(8).
           05  BDY-DAY-INFO.
               10  BDY-WEEKDAY             PIC 9(1).
               10  BDY-DAY-TYPE            PIC X(1).
                   88  BDY-IS-WORKING-DAY  VALUE 'W'.
                   88  BDY-IS-HOLIDAY      VALUE 'H'.
               10  BDY-MONTH-END-FLAG      PIC X(1).
                   88  BDY-IS-MONTH-END    VALUE 'Y'.
               10  BDY-BUS-DAY-OF-MONTH    PIC 9(2).
               10  BDY-DESCRIPTION         PIC X(20).
           05  BDY-RC                      PIC X(1).
               88  BDY-FROM-CALENDAR       VALUE '0'.
               88  BDY-FROM-WEEKDAYS       VALUE '1'.
               88  BDY-DATE-INVALID        VALUE '8'.
