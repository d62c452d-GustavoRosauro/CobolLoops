       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATBDAY.
      *****************************************************************
      *  PATBDAY - the business day service. Every program that counts
      *  business days (PATEDIT, PATRSB, PATRETN, PATCAT, PATFCST,
      *  PATSTUCK, PATSTGN, PATROLL) CALLs this with the question laid
      *  out per patbdayp - is a date a working day, the Nth working
      *  day after or before a date, how many working days lie
      *  between two dates - and gets the answer from the business
      *  calendar (CALFILE, per patcalr) rather than from the day of
      *  the week, so a holiday is not a business day and a weekend
      *  date the calendar says works is one.
      *  The calendar is read once, on the first call, into a table
      *  of day types held by date (twenty years from its first
      *  date), and the file is kept open for the description of a
      *  date asked about with 'T'; 'C' closes it at the caller's
      *  normal end (a caller that ends early with STOP RUN needs
      *  no 'C').
      *  A date the calendar does not hold - a year nobody loaded,
      *  or any date at all when the calendar will not open - is
      *  taken to be a working day Monday to Friday, which is how
      *  business days were counted before the calendar existed.
      *  That is one warning on the message log for the step (which
      *  date, and to load its year with PATCALJ) and BDY-RC '1' on
      *  the answer; the nightly run must never stop for want of a
      *  calendar. The caller's RETURN-CODE is the caller's
      *  business; it is saved and restored around every message.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
           COPY patcalr.

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-CAL-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-OPENED-FLAG PIC X VALUE 'N'.
               88  SERVICE-IS-OPEN          VALUE 'Y' FALSE 'N'.
           01 WS-CAL-AVAIL-FLAG PIC X VALUE 'N'.
               88  CALENDAR-IS-AVAILABLE    VALUE 'Y' FALSE 'N'.
           01 WS-MISSING-FLAG PIC X VALUE 'N'.
               88  MISSING-DATE-WARNED      VALUE 'Y' FALSE 'N'.
           01 WS-WORKS-FLAG PIC X VALUE 'N'.
               88  DAY-IS-WORKING           VALUE 'Y' FALSE 'N'.
           01 WS-VALID-FLAG PIC X VALUE 'N'.
               88  DATE-IS-VALID            VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

      *    the calendar's day types, entry 1 being its first date.
           01 WS-CAL-MAX PIC 9(4) VALUE 7320.
           01 WS-CAL-BASE-INT PIC 9(7) VALUE ZERO.
           01 WS-CAL-LOADED PIC 9(5) VALUE ZERO.
           01 WS-CAL-SKIPPED PIC 9(5) VALUE ZERO.
           01 WS-CAL-OFFSET PIC S9(7) VALUE ZERO.
           01 WS-CAL-IX PIC 9(4) VALUE ZERO.
           01 WS-CAL-TABLE.
               05  WS-CAL-DAY-TYPE PIC X(1) OCCURS 7320 TIMES.

           01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
           01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
               05  WS-CHECK-YEAR           PIC 9(4).
               05  WS-CHECK-MONTH          PIC 9(2).
               05  WS-CHECK-DAY            PIC 9(2).
           01 WS-CHECK-NUM PIC 9(8) VALUE ZERO.
           01 WS-CHECK-INT PIC 9(7) VALUE ZERO.

           01 WS-DATE-INT PIC 9(7) VALUE ZERO.
           01 WS-TO-INT PIC 9(7) VALUE ZERO.
           01 WS-DAY-INT PIC 9(7) VALUE ZERO.
           01 WS-DAY-NUM PIC 9(8) VALUE ZERO.
           01 WS-DAY-X PIC X(8) VALUE SPACES.
           01 WS-DAY-TYPE PIC X(1) VALUE SPACE.
           01 WS-WEEKDAY PIC 9(1) VALUE ZERO.
           01 WS-DAYS-COUNTED PIC 9(5) VALUE ZERO.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       LINKAGE SECTION.
           COPY patbdayp.

       PROCEDURE DIVISION USING BUS-DAY-REQUEST.
           IF BDY-CLOSE
               IF SERVICE-IS-OPEN
                   PERFORM CLOSE-CAL-PARA
               END-IF
           ELSE
               IF NOT SERVICE-IS-OPEN
                   PERFORM OPEN-CAL-PARA
               END-IF
               PERFORM ANSWER-PARA
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      *  OPEN-CAL-PARA - first call: the business date for the
      *  message log, and the calendar read end to end into the day
      *  type table. An absent or empty calendar is one warning and
      *  every date is then counted Monday to Friday.
      *----------------------------------------------------------------
       OPEN-CAL-PARA.
           SET SERVICE-IS-OPEN TO TRUE.
           SET MISSING-DATE-WARNED TO FALSE.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM GET-PROC-DATE-PARA.
           MOVE SPACES TO WS-CAL-TABLE.
           MOVE ZERO TO WS-CAL-BASE-INT WS-CAL-LOADED WS-CAL-SKIPPED.
           SET CALENDAR-IS-AVAILABLE TO FALSE.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               MOVE LOW-VALUES TO CAL-DATE
               START CAL-FILE KEY IS NOT < CAL-DATE
                   INVALID KEY
                       MOVE '10' TO WS-CAL-STATUS
               END-START
               IF WS-CAL-STATUS = '00'
                   PERFORM READ-CAL-PARA
               END-IF
               PERFORM LOAD-CAL-PARA UNTIL WS-CAL-STATUS NOT = '00'
               IF WS-CAL-LOADED > ZERO
                   SET CALENDAR-IS-AVAILABLE TO TRUE
               ELSE
                   CLOSE CAL-FILE
                   MOVE '10' TO WS-CAL-STATUS
               END-IF
           END-IF.
           IF NOT CALENDAR-IS-AVAILABLE
               MOVE 'BDAY0010W' TO MSG-ID
               STRING 'BUSINESS CALENDAR NOT AVAILABLE, STATUS='
                       WS-CAL-STATUS
                       ', MONDAY TO FRIDAY COUNTED AS WORKING DAYS'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.
           IF WS-CAL-SKIPPED > ZERO
               MOVE 'BDAY0012W' TO MSG-ID
               STRING 'BUSINESS CALENDAR HOLDS MORE THAN 20 YEARS, '
                       WS-CAL-SKIPPED ' LATER DATES NOT USED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

       READ-CAL-PARA.
           READ CAL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-CAL-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  LOAD-CAL-PARA - one calendar date into the table, at its
      *  distance from the calendar's first date (a year missing in
      *  the middle simply leaves its entries blank).
      *----------------------------------------------------------------
       LOAD-CAL-PARA.
           MOVE CAL-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF DATE-IS-VALID
               IF WS-CAL-BASE-INT = ZERO
                   MOVE WS-CHECK-INT TO WS-CAL-BASE-INT
               END-IF
               COMPUTE WS-CAL-OFFSET =
                       WS-CHECK-INT - WS-CAL-BASE-INT + 1
               IF WS-CAL-OFFSET > WS-CAL-MAX
                   ADD 1 TO WS-CAL-SKIPPED
               ELSE
                   MOVE WS-CAL-OFFSET TO WS-CAL-IX
                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-IX)
                   ADD 1 TO WS-CAL-LOADED
               END-IF
           END-IF.
           PERFORM READ-CAL-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business date for the message log,
      *  per patdate, silently falling back to the wall clock (the
      *  caller has its own date warnings).
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE '10' TO WS-DATE-STATUS
               END-READ
               IF WS-DATE-STATUS = '00' AND PRC-DATE NUMERIC
                   MOVE PRC-DATE TO WS-PROC-DATE
               END-IF
               CLOSE DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  ANSWER-PARA - the caller's date checked, then the function
      *  it asked for.
      *----------------------------------------------------------------
       ANSWER-PARA.
           SET BDY-FROM-CALENDAR TO TRUE.
           MOVE BDY-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF NOT DATE-IS-VALID
               SET BDY-DATE-INVALID TO TRUE
           ELSE
               MOVE WS-CHECK-INT TO WS-DATE-INT
               EVALUATE TRUE
                   WHEN BDY-TEST
                       PERFORM TEST-DAY-PARA
                   WHEN BDY-FORWARD
                       PERFORM FORWARD-PARA
                   WHEN BDY-BACK
                       PERFORM BACK-PARA
                   WHEN BDY-COUNT-DAYS
                       PERFORM COUNT-DAYS-PARA
                   WHEN OTHER
                       SET BDY-DATE-INVALID TO TRUE
               END-EVALUATE
           END-IF.

       CHECK-DATE-PARA.
           SET DATE-IS-VALID TO TRUE.
           MOVE ZERO TO WS-CHECK-INT.
           IF WS-CHECK-DATE NOT NUMERIC
               SET DATE-IS-VALID TO FALSE
           ELSE
               IF WS-CHECK-YEAR < 1601
                       OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   SET DATE-IS-VALID TO FALSE
               ELSE
                   MOVE WS-CHECK-DATE TO WS-CHECK-NUM
                   COMPUTE WS-CHECK-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM)
                   IF WS-CHECK-INT = ZERO
                       SET DATE-IS-VALID TO FALSE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  TEST-DAY-PARA - the date's standing, its number among the
      *  month's working days, whether it is the month's last one,
      *  and (when the calendar holds it) its description. The
      *  number and the month-end flag are counted here the same
      *  way PATCAL derives them, so a month partly off the
      *  calendar still gets an answer.
      *----------------------------------------------------------------
       TEST-DAY-PARA.
           MOVE WS-DATE-INT TO WS-DAY-INT.
           PERFORM DAY-WORKS-PARA.
           MOVE WS-DAY-TYPE TO BDY-DAY-TYPE.
           MOVE WS-WEEKDAY TO BDY-WEEKDAY.
           MOVE SPACES TO BDY-DESCRIPTION.
           MOVE ZERO TO BDY-BUS-DAY-OF-MONTH.
           MOVE 'N' TO BDY-MONTH-END-FLAG.
           IF CALENDAR-IS-AVAILABLE AND BDY-FROM-CALENDAR
               MOVE BDY-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       MOVE SPACES TO CAL-DESCRIPTION
               END-READ
               IF WS-CAL-STATUS = '00'
                   MOVE CAL-DESCRIPTION TO BDY-DESCRIPTION
               END-IF
           END-IF.
           IF BDY-IS-WORKING-DAY
               MOVE BDY-DATE TO WS-CHECK-DATE
               MOVE '01' TO WS-CHECK-DATE(7:2)
               PERFORM CHECK-DATE-PARA
               COMPUTE WS-DAY-INT = WS-CHECK-INT - 1
               MOVE ZERO TO WS-DAYS-COUNTED
               PERFORM STEP-FORWARD-PARA
                       UNTIL WS-DAY-INT NOT < WS-DATE-INT
               IF WS-DAYS-COUNTED > 99
                   MOVE 99 TO WS-DAYS-COUNTED
               END-IF
               MOVE WS-DAYS-COUNTED TO BDY-BUS-DAY-OF-MONTH
               MOVE WS-DATE-INT TO WS-DAY-INT
               MOVE ZERO TO WS-DAYS-COUNTED
               PERFORM STEP-FORWARD-PARA UNTIL WS-DAYS-COUNTED > ZERO
               PERFORM DAY-TO-DATE-PARA
               IF WS-DAY-X(1:6) NOT = BDY-DATE(1:6)
                   MOVE 'Y' TO BDY-MONTH-END-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  FORWARD-PARA / BACK-PARA - step a day at a time from the
      *  caller's date, counting the working days passed, until the
      *  number asked for is reached.
      *----------------------------------------------------------------
       FORWARD-PARA.
           MOVE WS-DATE-INT TO WS-DAY-INT.
           MOVE ZERO TO WS-DAYS-COUNTED.
           PERFORM STEP-FORWARD-PARA UNTIL WS-DAYS-COUNTED >= BDY-DAYS.
           PERFORM DAY-TO-DATE-PARA.
           MOVE WS-DAY-X TO BDY-RESULT-DATE.

       BACK-PARA.
           MOVE WS-DATE-INT TO WS-DAY-INT.
           MOVE ZERO TO WS-DAYS-COUNTED.
           PERFORM STEP-BACK-PARA UNTIL WS-DAYS-COUNTED >= BDY-DAYS.
           PERFORM DAY-TO-DATE-PARA.
           MOVE WS-DAY-X TO BDY-RESULT-DATE.

      *----------------------------------------------------------------
      *  COUNT-DAYS-PARA - the working days after the caller's date
      *  up to and including the to-date.
      *----------------------------------------------------------------
       COUNT-DAYS-PARA.
           MOVE BDY-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF NOT DATE-IS-VALID
               SET BDY-DATE-INVALID TO TRUE
           ELSE
               MOVE WS-CHECK-INT TO WS-TO-INT
               MOVE WS-DATE-INT TO WS-DAY-INT
               MOVE ZERO TO WS-DAYS-COUNTED
               PERFORM STEP-FORWARD-PARA
                       UNTIL WS-DAY-INT NOT < WS-TO-INT
               MOVE WS-DAYS-COUNTED TO BDY-DAYS
           END-IF.

       STEP-FORWARD-PARA.
           ADD 1 TO WS-DAY-INT.
           PERFORM DAY-WORKS-PARA.
           IF DAY-IS-WORKING
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.

       STEP-BACK-PARA.
           SUBTRACT 1 FROM WS-DAY-INT.
           PERFORM DAY-WORKS-PARA.
           IF DAY-IS-WORKING
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.

       DAY-TO-DATE-PARA.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-NUM TO WS-DAY-X.

      *----------------------------------------------------------------
      *  DAY-WORKS-PARA - is the day in WS-DAY-INT a working day: the
      *  calendar's word for it when the table holds the date, and
      *  otherwise Monday to Friday (warned the first time, with
      *  the date, when there is a calendar that lacks it).
      *  WS-WEEKDAY is 1 = MONDAY THROUGH 7 = SUNDAY.
      *----------------------------------------------------------------
       DAY-WORKS-PARA.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           MOVE SPACE TO WS-DAY-TYPE.
           IF CALENDAR-IS-AVAILABLE
               COMPUTE WS-CAL-OFFSET = WS-DAY-INT - WS-CAL-BASE-INT + 1
               IF WS-CAL-OFFSET > ZERO
                       AND WS-CAL-OFFSET NOT > WS-CAL-MAX
                   MOVE WS-CAL-OFFSET TO WS-CAL-IX
                   MOVE WS-CAL-DAY-TYPE(WS-CAL-IX) TO WS-DAY-TYPE
               END-IF
           END-IF.
           IF WS-DAY-TYPE = SPACE
               IF WS-WEEKDAY < 6
                   MOVE 'W' TO WS-DAY-TYPE
               ELSE
                   MOVE 'N' TO WS-DAY-TYPE
               END-IF
               IF NOT BDY-DATE-INVALID
                   SET BDY-FROM-WEEKDAYS TO TRUE
               END-IF
               IF CALENDAR-IS-AVAILABLE AND NOT MISSING-DATE-WARNED
                   PERFORM MISSING-DATE-PARA
               END-IF
           END-IF.
           IF WS-DAY-TYPE = 'W'
               SET DAY-IS-WORKING TO TRUE
           ELSE
               SET DAY-IS-WORKING TO FALSE
           END-IF.

       MISSING-DATE-PARA.
           SET MISSING-DATE-WARNED TO TRUE.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 'BDAY0011W' TO MSG-ID.
           STRING WS-DAY-NUM ' IS NOT ON THE BUSINESS CALENDAR, '
                   'MONDAY TO FRIDAY COUNTED - LOAD ITS YEAR (PATCALJ)'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.

       CLOSE-CAL-PARA.
           IF CALENDAR-IS-AVAILABLE
               CLOSE CAL-FILE
               SET CALENDAR-IS-AVAILABLE TO FALSE
           END-IF.
           SET SERVICE-IS-OPEN TO FALSE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - the service's own warnings go to the shared
      *  message log like everyone else's.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATBDAY' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.
