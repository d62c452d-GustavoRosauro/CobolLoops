      *****************************************************************
      *  PATCALR - one date on the business calendar (VSAM KSDS, key =
      *  the date YYYYMMDD), loaded a year at a time and maintained
      *  by PATCAL from its card deck. The calendar is what "business
      *  day" means everywhere the pattern jobs count days: the
      *  processing-date rollover (PATROLL), the pending release and
      *  duplicate look-back (PATEDIT), reject aging (PATRSB),
      *  retention (PATRETN), the where-used window (PATCAT), window
      *  deferral (PATFCST), stuck request aging (PATSTUCK) and
      *  standing order due dates (PATSTGN) - the last seven through
      *  the business day service, PATBDAY.
      *  CAL-DAY-TYPE is the date's standing:
      *    W  WORKING DAY     the batch runs and the day counts
      *    H  HOLIDAY         a weekday the shop is closed
      *    N  NON-WORKING     a Saturday or Sunday
      *  (a weekend date made a working day is simply 'W', and keeps
      *  the reason in CAL-DESCRIPTION, as a holiday keeps its name).
      *  CAL-WEEKDAY is 1 = MONDAY THROUGH 7 = SUNDAY.
      *  CAL-BUS-DAY-OF-MONTH (the working day's number within its
      *  month, zero on a day that does not work) and
      *  CAL-MONTH-END-FLAG ('Y' on the last working day of the
      *  month) are derived, and PATCAL recalculates them for every
      *  month a card touches - they are never keyed.
      *  CAL-CHANGED-DATE is the business date the entry was loaded
      *  or last changed.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the pattern catalog record carries.
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC X(8).
           05  CAL-WEEKDAY                 PIC 9(1).
           05  CAL-DAY-TYPE                PIC X(1).
               88  CAL-IS-WORKING-DAY      VALUE 'W'.
               88  CAL-IS-HOLIDAY          VALUE 'H'.
               88  CAL-IS-WEEKEND          VALUE 'N'.
           05  CAL-MONTH-END-FLAG          PIC X(1).
               88  CAL-IS-MONTH-END        VALUE 'Y'.
           05  CAL-BUS-DAY-OF-MONTH        PIC 9(2).
           05  CAL-DESCRIPTION             PIC X(20).
           05  CAL-CHANGED-DATE            PIC X(8).
           05  FILLER                      PIC X(7).
