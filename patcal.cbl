       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATCAL.
      *****************************************************************
      *  PATCAL - business calendar maintenance. Applies a deck of
      *  maintenance cards (CALCARDS) against the keyed business
      *  calendar (CALFILE, layout per patcalr) and lists the result
      *  of every card to CALLIST, with the date as it was and as
      *  it now is - the audit listing of which days the shop works
      *  - plus a year's calendar on request, so operations can
      *  check next year's holidays before January. One card per
      *  action:
      *
      *    COL 1      ACTION  Y=LOAD A YEAR  H=HOLIDAY
      *               W=WORKING DAY  R=RESET TO THE WEEKDAY RULE
      *               L=LIST A YEAR
      *    COL 2-9    DATE YYYYMMDD           (H/W/R)
      *    COL 2-5    YEAR YYYY               (Y/L)
      *    COL 10-29  DESCRIPTION             (H: THE HOLIDAY'S NAME,
      *                                        REQUIRED; W: THE
      *                                        REASON, OPTIONAL)
      *
      *  'Y' adds every date of the year the calendar does not yet
      *  hold, Monday to Friday as working days and Saturday and
      *  Sunday as not, and leaves the dates it already holds alone -
      *  so loading a year twice, or after its holidays were keyed,
      *  undoes nothing. 'H' closes a date, 'W' opens one (a weekend
      *  worked, or a holiday cancelled) and 'R' puts a date back to
      *  what the day of the week says; each needs the date's year
      *  loaded first.
      *  The working day number within the month and the month-end
      *  flag are derived, never keyed: after each card every month
      *  it touched is recounted (a holiday on the 31st moves the
      *  month end back a day).
      *  The listing ('L') shows each month's working days, first
      *  working day and month end, with every holiday and every
      *  weekend date worked; a year that is not loaded, or not
      *  loaded whole, is said so and sets RC=4.
      *  A card that fails (bad date, year not loaded, holiday with
      *  no name) is reported and skipped with RC=4; the rest of the
      *  deck still applies, the same philosophy PATCAT applies to
      *  its own deck. RC=16 when a file will not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CALCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT LIST-FILE ASSIGN TO CALLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-ACTION                 PIC X(1).
           05  CARD-DATE                   PIC X(8).
           05  CARD-DATE-PARTS REDEFINES CARD-DATE.
               10  CARD-YEAR               PIC X(4).
               10  CARD-YEAR-REST          PIC X(4).
           05  CARD-DESCRIPTION            PIC X(20).
           05  FILLER                      PIC X(51).

       FD  CAL-FILE.
           COPY patcalr.

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(132).

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-CAL-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-CARD-OK-FLAG PIC X VALUE 'Y'.
               88  CARD-IS-OK               VALUE 'Y' FALSE 'N'.
           01 WS-MONTH-DONE-FLAG PIC X VALUE 'N'.
               88  MONTH-IS-DONE            VALUE 'Y' FALSE 'N'.
           01 WS-YEAR-DONE-FLAG PIC X VALUE 'N'.
               88  YEAR-IS-DONE             VALUE 'Y' FALSE 'N'.

      *    Date edit work area: a card date must be a real calendar
      *    date, not merely eight digits.
           01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05  WS-CHECK-YEAR            PIC 9(4).
               05  WS-CHECK-MONTH           PIC 9(2).
               05  WS-CHECK-DAY             PIC 9(2).
           01 WS-CHECK-NUM PIC 9(8) VALUE ZERO.
           01 WS-DATE-OK-FLAG PIC X VALUE 'Y'.
               88  DATE-IS-VALID            VALUE 'Y' FALSE 'N'.

      *    Year load work area.
           01 WS-DAY-INT PIC 9(7) VALUE ZERO.
           01 WS-LAST-INT PIC 9(7) VALUE ZERO.
           01 WS-DAY-NUM PIC 9(8) VALUE ZERO.
           01 WS-WEEKDAY PIC 9(1) VALUE ZERO.
           01 WS-ADDED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-KEPT-COUNT PIC 9(3) VALUE ZERO.

      *    Month recount work area.
           01 WS-RECALC-MONTH PIC X(6) VALUE SPACES.
           01 WS-MONTH-NUM PIC 9(2) VALUE ZERO.
           01 WS-MONTH-WORK-DAYS PIC 9(2) VALUE ZERO.
           01 WS-MONTH-LAST-WORK PIC X(8) VALUE SPACES.
           01 WS-NEW-BUS-DAY PIC 9(2) VALUE ZERO.
           01 WS-NEW-MONTH-END PIC X(1) VALUE SPACE.

      *    Year listing work area.
           01 WS-LIST-YEAR PIC X(4) VALUE SPACES.
           01 WS-LIST-MONTH PIC X(6) VALUE SPACES.
           01 WS-LM-WORK-DAYS PIC 9(2) VALUE ZERO.
           01 WS-LM-FIRST-WORK PIC X(8) VALUE SPACES.
           01 WS-LM-MONTH-END PIC X(8) VALUE SPACES.
           01 WS-LY-DATES PIC 9(3) VALUE ZERO.
           01 WS-LY-WORK-DAYS PIC 9(3) VALUE ZERO.
           01 WS-LY-HOLIDAYS PIC 9(3) VALUE ZERO.
           01 WS-LY-WEEKEND-WORKED PIC 9(3) VALUE ZERO.
           01 WS-LY-EXPECTED PIC 9(3) VALUE ZERO.
           01 WS-LY-MISSING PIC 9(3) VALUE ZERO.

           01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
           01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
               05  WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
           01 WS-TYPE-TEXT PIC X(11) VALUE SPACES.

           01 WS-ACTION-TAKEN PIC X(9) VALUE SPACES.
           01 WS-REJECT-REASON PIC X(28) VALUE SPACES.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

           01 WS-BEFORE-IMAGE PIC X(48) VALUE SPACES.
           01 WS-AFTER-IMAGE PIC X(48) VALUE SPACES.
           01 WS-DAY-TEXT PIC X(60) VALUE SPACES.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM CARD-PARA
                   UNTIL WS-CARD-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - open the card deck, the calendar (I-O; OPTIONAL,
      *  so the very first maintenance run allocates an empty file,
      *  with PATCAT's prime-the-cluster treatment of a never-loaded
      *  cluster) and the listing, and prime the first card.
      *----------------------------------------------------------------
       INIT-PARA.
           PERFORM GET-PROC-DATE-PARA.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'CALM0010E' TO MSG-ID
               STRING 'CARD FILE OPEN FAILED, STATUS=' WS-CARD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN I-O CAL-FILE.
           IF WS-CAL-STATUS = '35'
               OPEN OUTPUT CAL-FILE
               IF WS-CAL-STATUS = '00'
                   CLOSE CAL-FILE
                   OPEN I-O CAL-FILE
               END-IF
           END-IF.
           IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
               MOVE 'CALM0011E' TO MSG-ID
               STRING 'BUSINESS CALENDAR OPEN FAILED, STATUS='
                       WS-CAL-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'CALM0012E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS=' WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE CAL-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING 'BUSINESS CALENDAR MAINTENANCE   BUSINESS DATE '
                   WS-PROC-DATE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM READ-CARD-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date (stamped
      *  on every date the run loads or changes), with the usual
      *  wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'CALM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'CALM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'CALM0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  READ-CARD-PARA - prime/advance to the next maintenance card.
      *----------------------------------------------------------------
       READ-CARD-PARA.
           READ CARD-FILE
               AT END
                   MOVE '10' TO WS-CARD-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  CARD-PARA - apply one maintenance card.
      *----------------------------------------------------------------
       CARD-PARA.
           ADD 1 TO WS-CARD-COUNT.
           SET CARD-IS-OK TO TRUE.
           EVALUATE CARD-ACTION
               WHEN 'Y'
                   PERFORM EDIT-YEAR-PARA
                   IF CARD-IS-OK
                       PERFORM LOAD-YEAR-PARA
                   END-IF
               WHEN 'H'
                   PERFORM EDIT-DATE-PARA
                   IF CARD-IS-OK AND CARD-DESCRIPTION = SPACES
                       MOVE 'HOLIDAY NAME REQUIRED'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                   END-IF
                   IF CARD-IS-OK
                       PERFORM SET-DAY-PARA
                   END-IF
               WHEN 'W'
                   PERFORM EDIT-DATE-PARA
                   IF CARD-IS-OK
                       PERFORM SET-DAY-PARA
                   END-IF
               WHEN 'R'
                   PERFORM EDIT-DATE-PARA
                   IF CARD-IS-OK
                       PERFORM SET-DAY-PARA
                   END-IF
               WHEN 'L'
                   PERFORM EDIT-YEAR-PARA
                   IF CARD-IS-OK
                       PERFORM LIST-YEAR-PARA
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-EVALUATE.
           PERFORM READ-CARD-PARA.

      *----------------------------------------------------------------
      *  EDIT-YEAR-PARA / EDIT-DATE-PARA - the card's year (Y/L) or
      *  date (H/W/R) must be real.
      *----------------------------------------------------------------
       EDIT-YEAR-PARA.
           MOVE SPACES TO WS-CHECK-DATE.
           STRING CARD-YEAR '0101' DELIMITED BY SIZE
                   INTO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF NOT DATE-IS-VALID OR CARD-YEAR-REST NOT = SPACES
               MOVE 'INVALID YEAR' TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

       EDIT-DATE-PARA.
           MOVE CARD-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF NOT DATE-IS-VALID
               MOVE 'INVALID DATE' TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

       CHECK-DATE-PARA.
           SET DATE-IS-VALID TO TRUE.
           IF WS-CHECK-DATE NOT NUMERIC
               SET DATE-IS-VALID TO FALSE
           ELSE
               IF WS-CHECK-YEAR < 1601
                       OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   SET DATE-IS-VALID TO FALSE
               ELSE
                   MOVE WS-CHECK-DATE TO WS-CHECK-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM) = ZERO
                       SET DATE-IS-VALID TO FALSE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  LOAD-YEAR-PARA - every date of the year not already held
      *  added by the weekday rule, then the twelve months recounted.
      *----------------------------------------------------------------
       LOAD-YEAR-PARA.
           MOVE ZERO TO WS-ADDED-COUNT WS-KEPT-COUNT.
           MOVE SPACES TO WS-CHECK-DATE.
           STRING CARD-YEAR '0101' DELIMITED BY SIZE
                   INTO WS-CHECK-DATE.
           MOVE WS-CHECK-DATE TO WS-CHECK-NUM.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM).
           MOVE SPACES TO WS-CHECK-DATE.
           STRING CARD-YEAR '1231' DELIMITED BY SIZE
                   INTO WS-CHECK-DATE.
           MOVE WS-CHECK-DATE TO WS-CHECK-NUM.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM).
           PERFORM LOAD-DAY-PARA UNTIL WS-DAY-INT > WS-LAST-INT
                   OR NOT CARD-IS-OK.
           MOVE ZERO TO WS-MONTH-NUM.
           PERFORM RECALC-YEAR-MONTH-PARA UNTIL WS-MONTH-NUM = 12.
           IF CARD-IS-OK
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO LIST-RECORD
               STRING 'CARD ' WS-CARD-COUNT ' YEAR ' CARD-YEAR
                       ' LOADED, DATES ADDED=' WS-ADDED-COUNT
                       ' ALREADY ON FILE=' WS-KEPT-COUNT
                       DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.

       LOAD-DAY-PARA.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-NUM TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAL-STATUS = '00'
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               MOVE SPACES TO CALENDAR-RECORD
               MOVE WS-DAY-NUM TO CAL-DATE
               PERFORM WEEKDAY-RULE-PARA
               MOVE WS-PROC-DATE TO CAL-CHANGED-DATE
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'CALENDAR WRITE FAILED'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-WRITE
               IF CARD-IS-OK
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-DAY-INT.

      *    The date in CAL-DATE (whose day number is in WS-DAY-INT)
      *    set to what its day of the week says, 1 = MONDAY.
       WEEKDAY-RULE-PARA.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           MOVE WS-WEEKDAY TO CAL-WEEKDAY.
           IF WS-WEEKDAY < 6
               MOVE 'W' TO CAL-DAY-TYPE
           ELSE
               MOVE 'N' TO CAL-DAY-TYPE
           END-IF.
           MOVE 'N' TO CAL-MONTH-END-FLAG.
           MOVE ZERO TO CAL-BUS-DAY-OF-MONTH.
           MOVE SPACES TO CAL-DESCRIPTION.

       RECALC-YEAR-MONTH-PARA.
           ADD 1 TO WS-MONTH-NUM.
           MOVE SPACES TO WS-RECALC-MONTH.
           STRING CARD-YEAR WS-MONTH-NUM DELIMITED BY SIZE
                   INTO WS-RECALC-MONTH.
           PERFORM RECALC-MONTH-PARA.

      *----------------------------------------------------------------
      *  SET-DAY-PARA - one date closed ('H'), opened ('W') or put
      *  back to its weekday standing ('R'), then its month
      *  recounted. The date's year must be loaded.
      *----------------------------------------------------------------
       SET-DAY-PARA.
           MOVE CARD-DATE TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   MOVE 'YEAR NOT LOADED ON CALENDAR'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-READ.
           IF CARD-IS-OK
               MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
               EVALUATE CARD-ACTION
                   WHEN 'H'
                       MOVE 'H' TO CAL-DAY-TYPE
                       MOVE CARD-DESCRIPTION TO CAL-DESCRIPTION
                       MOVE 'HOLIDAY' TO WS-ACTION-TAKEN
                   WHEN 'W'
                       MOVE 'W' TO CAL-DAY-TYPE
                       MOVE CARD-DESCRIPTION TO CAL-DESCRIPTION
                       MOVE 'WORKING' TO WS-ACTION-TAKEN
                   WHEN OTHER
                       MOVE CARD-DATE TO WS-CHECK-NUM
                       COMPUTE WS-DAY-INT =
                               FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM)
                       PERFORM WEEKDAY-RULE-PARA
                       MOVE 'RESET' TO WS-ACTION-TAKEN
               END-EVALUATE
               MOVE WS-PROC-DATE TO CAL-CHANGED-DATE
               REWRITE CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'YEAR NOT LOADED ON CALENDAR'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-REWRITE
           END-IF.
           IF CARD-IS-OK
               MOVE CARD-DATE(1:6) TO WS-RECALC-MONTH
               PERFORM RECALC-MONTH-PARA
               MOVE CARD-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE CALENDAR-RECORD TO WS-AFTER-IMAGE
               PERFORM APPLIED-PARA
           END-IF.

      *----------------------------------------------------------------
      *  RECALC-MONTH-PARA - the month in WS-RECALC-MONTH recounted:
      *  one pass to find its last working day, a second to number
      *  the working days and flag the last one, rewriting only the
      *  dates whose numbers changed.
      *----------------------------------------------------------------
       RECALC-MONTH-PARA.
           MOVE ZERO TO WS-MONTH-WORK-DAYS.
           MOVE SPACES TO WS-MONTH-LAST-WORK.
           PERFORM START-MONTH-PARA.
           PERFORM SCAN-MONTH-PARA UNTIL MONTH-IS-DONE.
           MOVE ZERO TO WS-MONTH-WORK-DAYS.
           PERFORM START-MONTH-PARA.
           PERFORM NUMBER-MONTH-PARA UNTIL MONTH-IS-DONE.
           MOVE '00' TO WS-CAL-STATUS.

       START-MONTH-PARA.
           SET MONTH-IS-DONE TO FALSE.
           MOVE SPACES TO CAL-DATE.
           STRING WS-RECALC-MONTH '01' DELIMITED BY SIZE
                   INTO CAL-DATE.
           START CAL-FILE KEY IS NOT < CAL-DATE
               INVALID KEY
                   SET MONTH-IS-DONE TO TRUE
           END-START.

       SCAN-MONTH-PARA.
           PERFORM READ-MONTH-PARA.
           IF NOT MONTH-IS-DONE AND CAL-IS-WORKING-DAY
               MOVE CAL-DATE TO WS-MONTH-LAST-WORK
           END-IF.

       NUMBER-MONTH-PARA.
           PERFORM READ-MONTH-PARA.
           IF NOT MONTH-IS-DONE
               MOVE ZERO TO WS-NEW-BUS-DAY
               MOVE 'N' TO WS-NEW-MONTH-END
               IF CAL-IS-WORKING-DAY
                   ADD 1 TO WS-MONTH-WORK-DAYS
                   MOVE WS-MONTH-WORK-DAYS TO WS-NEW-BUS-DAY
                   IF CAL-DATE = WS-MONTH-LAST-WORK
                       MOVE 'Y' TO WS-NEW-MONTH-END
                   END-IF
               END-IF
               IF WS-NEW-BUS-DAY NOT = CAL-BUS-DAY-OF-MONTH
                       OR WS-NEW-MONTH-END NOT = CAL-MONTH-END-FLAG
                   MOVE WS-NEW-BUS-DAY TO CAL-BUS-DAY-OF-MONTH
                   MOVE WS-NEW-MONTH-END TO CAL-MONTH-END-FLAG
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       READ-MONTH-PARA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET MONTH-IS-DONE TO TRUE
           END-READ.
           IF NOT MONTH-IS-DONE
               IF WS-CAL-STATUS NOT = '00'
                       OR CAL-DATE(1:6) NOT = WS-RECALC-MONTH
                   SET MONTH-IS-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  LIST-YEAR-PARA - the year's calendar, a line per month
      *  (working days, first working day, month end) after the
      *  month's holidays and weekend dates worked, then the year's
      *  totals. A year missing dates is flagged with RC=4 - the
      *  point of listing next year before January.
      *----------------------------------------------------------------
       LIST-YEAR-PARA.
           MOVE CARD-YEAR TO WS-LIST-YEAR.
           MOVE ZERO TO WS-LY-DATES WS-LY-WORK-DAYS WS-LY-HOLIDAYS
                   WS-LY-WEEKEND-WORKED.
           MOVE SPACES TO WS-LIST-MONTH.
           MOVE SPACES TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE SPACES TO LIST-RECORD.
           STRING 'BUSINESS CALENDAR FOR ' WS-LIST-YEAR
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           SET YEAR-IS-DONE TO FALSE.
           MOVE SPACES TO CAL-DATE.
           STRING WS-LIST-YEAR '0101' DELIMITED BY SIZE
                   INTO CAL-DATE.
           START CAL-FILE KEY IS NOT < CAL-DATE
               INVALID KEY
                   SET YEAR-IS-DONE TO TRUE
           END-START.
           PERFORM LIST-DAY-PARA UNTIL YEAR-IS-DONE.
           IF WS-LIST-MONTH NOT = SPACES
               PERFORM LIST-MONTH-PARA
           END-IF.
           MOVE '00' TO WS-CAL-STATUS.
           MOVE SPACES TO WS-CHECK-DATE.
           STRING WS-LIST-YEAR '1231' DELIMITED BY SIZE
                   INTO WS-CHECK-DATE.
           MOVE WS-CHECK-DATE TO WS-CHECK-NUM.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM).
           MOVE SPACES TO WS-CHECK-DATE.
           STRING WS-LIST-YEAR '0101' DELIMITED BY SIZE
                   INTO WS-CHECK-DATE.
           MOVE WS-CHECK-DATE TO WS-CHECK-NUM.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM).
           COMPUTE WS-LY-EXPECTED = WS-LAST-INT - WS-DAY-INT + 1.
           MOVE SPACES TO LIST-RECORD.
           STRING 'YEAR ' WS-LIST-YEAR
                   '  DATES=' WS-LY-DATES
                   '  WORKING DAYS=' WS-LY-WORK-DAYS
                   '  HOLIDAYS=' WS-LY-HOLIDAYS
                   '  WEEKEND DATES WORKED=' WS-LY-WEEKEND-WORKED
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           IF WS-LY-DATES < WS-LY-EXPECTED
               COMPUTE WS-LY-MISSING = WS-LY-EXPECTED - WS-LY-DATES
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO LIST-RECORD
               IF WS-LY-DATES = ZERO
                   STRING '*** YEAR ' WS-LIST-YEAR
                           ' IS NOT ON THE CALENDAR - LOAD IT (Y CARD)'
                           ' AND KEY ITS HOLIDAYS'
                           DELIMITED BY SIZE INTO LIST-RECORD
               ELSE
                   STRING '*** YEAR ' WS-LIST-YEAR ' IS MISSING '
                           WS-LY-MISSING ' DATES - RELOAD IT (Y CARD)'
                           DELIMITED BY SIZE INTO LIST-RECORD
               END-IF
               WRITE LIST-RECORD
               MOVE 'CALM0020W' TO MSG-ID
               STRING 'BUSINESS CALENDAR YEAR ' WS-LIST-YEAR
                       ' IS MISSING ' WS-LY-MISSING ' OF '
                       WS-LY-EXPECTED ' DATES'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

       LIST-DAY-PARA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET YEAR-IS-DONE TO TRUE
           END-READ.
           IF NOT YEAR-IS-DONE
               IF WS-CAL-STATUS NOT = '00'
                       OR CAL-DATE(1:4) NOT = WS-LIST-YEAR
                   SET YEAR-IS-DONE TO TRUE
               END-IF
           END-IF.
           IF NOT YEAR-IS-DONE
               IF CAL-DATE(1:6) NOT = WS-LIST-MONTH
                   IF WS-LIST-MONTH NOT = SPACES
                       PERFORM LIST-MONTH-PARA
                   END-IF
                   MOVE CAL-DATE(1:6) TO WS-LIST-MONTH
                   MOVE ZERO TO WS-LM-WORK-DAYS
                   MOVE SPACES TO WS-LM-FIRST-WORK WS-LM-MONTH-END
               END-IF
               ADD 1 TO WS-LY-DATES
               IF CAL-IS-WORKING-DAY
                   ADD 1 TO WS-LM-WORK-DAYS WS-LY-WORK-DAYS
                   IF WS-LM-FIRST-WORK = SPACES
                       MOVE CAL-DATE TO WS-LM-FIRST-WORK
                   END-IF
                   IF CAL-IS-MONTH-END
                       MOVE CAL-DATE TO WS-LM-MONTH-END
                   END-IF
               END-IF
               IF CAL-IS-HOLIDAY
                   ADD 1 TO WS-LY-HOLIDAYS
               END-IF
               IF CAL-IS-WORKING-DAY AND CAL-WEEKDAY > 5
                   ADD 1 TO WS-LY-WEEKEND-WORKED
               END-IF
               IF CAL-IS-HOLIDAY
                       OR (CAL-IS-WORKING-DAY AND CAL-WEEKDAY > 5)
                   PERFORM FORMAT-DAY-PARA
                   MOVE SPACES TO LIST-RECORD
                   STRING '      ' WS-DAY-TEXT
                           DELIMITED BY SIZE INTO LIST-RECORD
                   WRITE LIST-RECORD
               END-IF
           END-IF.

       LIST-MONTH-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING '  MONTH ' WS-LIST-MONTH(1:4) '-' WS-LIST-MONTH(5:2)
                   '  WORKING DAYS=' WS-LM-WORK-DAYS
                   '  FIRST=' WS-LM-FIRST-WORK
                   '  MONTH END=' WS-LM-MONTH-END
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

      *----------------------------------------------------------------
      *  FORMAT-DAY-PARA - the date in the record area as one line of
      *  listing text.
      *----------------------------------------------------------------
       FORMAT-DAY-PARA.
           EVALUATE TRUE
               WHEN CAL-IS-WORKING-DAY
                   MOVE 'WORKING DAY' TO WS-TYPE-TEXT
               WHEN CAL-IS-HOLIDAY
                   MOVE 'HOLIDAY' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'NOT WORKING' TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-DAY-TEXT.
           IF CAL-WEEKDAY > ZERO AND CAL-WEEKDAY < 8
               STRING CAL-DATE ' ' WS-DAY-NAME(CAL-WEEKDAY)
                       ' ' WS-TYPE-TEXT
                       ' DAY=' CAL-BUS-DAY-OF-MONTH
                       ' END=' CAL-MONTH-END-FLAG
                       ' ' CAL-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-DAY-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  APPLIED-PARA / REJECT-PARA - one listing line per card with
      *  what happened to it; an applied date card is followed by
      *  the date before and after it, a reject also sets RC=4 and
      *  counts toward the trailer's rejected total.
      *----------------------------------------------------------------
       APPLIED-PARA.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' DATE=' CARD-DATE
                   ' ' WS-ACTION-TAKEN
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE WS-BEFORE-IMAGE TO CALENDAR-RECORD.
           PERFORM FORMAT-DAY-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING '    BEFORE ' WS-DAY-TEXT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE WS-AFTER-IMAGE TO CALENDAR-RECORD.
           PERFORM FORMAT-DAY-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING '    AFTER  ' WS-DAY-TEXT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       REJECT-PARA.
           SET CARD-IS-OK TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 4 TO RETURN-CODE.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' ACTION=' CARD-ACTION
                   ' DATE=' CARD-DATE
                   ' REJECTED, ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       TERM-PARA.
           MOVE SPACES TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARDS=' WS-CARD-COUNT
                   ' APPLIED=' WS-APPLIED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           CLOSE CARD-FILE.
           CLOSE CAL-FILE.
           CLOSE LIST-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATCAL' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

       CLOSE-MSG-PARA.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'C'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
