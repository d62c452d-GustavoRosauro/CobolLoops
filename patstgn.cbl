       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSTGN.
      *****************************************************************
      *  PATSTGN - standing order generator. Runs ahead of the
      *  front-end edit each night, reads every standing order on
      *  STOFILE (per patstor, maintained by PATSTO) and writes a
      *  pattern request (per pattran) for each order due on the
      *  processing date to STOOUT, which the job concatenates
      *  behind the departments' own batch as PATEDIT's input. So a
      *  department's every-day, every-Monday or month-end request
      *  no longer has to be keyed each time, and goes through the
      *  same edit, tracking, build and billing as a keyed one.
      *  An order is due when it is active (not suspended), the
      *  processing date lies within its start and stop dates, and
      *  its frequency falls on the date:
      *    D  every business date
      *    W  the processing date is the order's weekday (1 = MONDAY)
      *    N  the processing date is the Nth business date of its
      *       month
      *    M  the processing date is the last business date of its
      *       month (the next business date is in another month)
      *  Business days are the business calendar's working days. A
      *  processing date that is not a business day generates
      *  nothing (reported, RC=0).
      *  Each generated request carries the order's requester,
      *  priority class and pattern - the catalog name, or the
      *  inline fill, rows and type - with a blank run date (due
      *  now) and TRAN-ORIGIN 'S', so the edit, the tracker and the
      *  reports can tell a generated request from a keyed one.
      *  PATEDIT gives it its tracking id as for any other request.
      *  The order's last generated date and generation count are
      *  updated on STOFILE; the count only moves the first time an
      *  order is generated for a date, so a rerun of the step for
      *  the same processing date rewrites the same requests
      *  (STOOUT is replaced, not extended) without counting them
      *  twice.
      *  Every generated request is listed on STOLIST, with totals.
      *  No standing order file means nothing to generate (reported,
      *  RC=0); an empty STOOUT is still written so the edit step's
      *  concatenation is always complete. RC=4 an order could not
      *  be updated, RC=16 a file would not open.
      *  Where the processing date falls - working day or not, its
      *  weekday, which business day of its month, month end - now
      *  comes from the business calendar (CALFILE, per patcalr,
      *  through the business day service PATBDAY) instead of being
      *  worked out Monday to Friday, so nothing is generated on a
      *  holiday, a worked Saturday generates the daily orders, and
      *  the Nth-business-day and month-end orders skip holidays. A
      *  weekly order whose weekday is a holiday is not generated
      *  that week. A date the calendar does not hold is counted
      *  Monday to Friday, with PATBDAY's warning.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STO-STATUS.

           SELECT GEN-FILE ASSIGN TO STOOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT LIST-FILE ASSIGN TO STOLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
           COPY patstor.

       FD  GEN-FILE.
           COPY pattran.

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(132).

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-STO-STATUS PIC XX VALUE '00'.
           01 WS-GEN-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-ORDER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-GEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SUSP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NOT-IN-EFFECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NOT-DUE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-STO-AVAIL-FLAG PIC X VALUE 'N'.
               88  ORDERS-ARE-AVAILABLE     VALUE 'Y' FALSE 'N'.
           01 WS-BUS-DAY-FLAG PIC X VALUE 'Y'.
               88  PROC-IS-BUSINESS-DAY     VALUE 'Y' FALSE 'N'.
           01 WS-MONTH-END-FLAG PIC X VALUE 'N'.
               88  PROC-IS-MONTH-END        VALUE 'Y' FALSE 'N'.
           01 WS-DUE-FLAG PIC X VALUE 'N'.
               88  ORDER-IS-DUE             VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-PROC-PARTS REDEFINES WS-PROC-DATE.
               05  WS-PROC-YYYYMM          PIC X(6).
               05  WS-PROC-DD              PIC X(2).
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-PROC-WEEKDAY PIC 9(1) VALUE ZERO.
           01 WS-BUS-DAY-OF-MONTH PIC 9(2) VALUE ZERO.

           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY patbdayp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           IF ORDERS-ARE-AVAILABLE AND PROC-IS-BUSINESS-DAY
               PERFORM READ-ORDER-PARA
               PERFORM GEN-ORDER-PARA
                       UNTIL WS-STO-STATUS NOT = '00'
           END-IF.
           PERFORM TERM-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the processing date and where it falls in the
      *  business calendar, the order file (OPTIONAL - none means
      *  nothing to generate), the generated batch and the listing.
      *----------------------------------------------------------------
       INIT-PARA.
           PERFORM GET-PROC-DATE-PARA.
           OPEN OUTPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = '00'
               MOVE 'STOG0011E' TO MSG-ID
               STRING 'GENERATED BATCH OPEN FAILED, STATUS='
                       WS-GEN-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'STOG0012E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS=' WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE GEN-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN I-O STO-FILE.
           IF WS-STO-STATUS = '00'
               SET ORDERS-ARE-AVAILABLE TO TRUE
           ELSE
               IF WS-STO-STATUS = '05' OR WS-STO-STATUS = '35'
                   MOVE 'STOG0015I' TO MSG-ID
                   STRING 'NO STANDING ORDER FILE, NOTHING TO GENERATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   IF WS-STO-STATUS = '05'
                       CLOSE STO-FILE
                   END-IF
               ELSE
                   MOVE 'STOG0010E' TO MSG-ID
                   STRING 'STANDING ORDER FILE OPEN FAILED, STATUS='
                           WS-STO-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   CLOSE GEN-FILE
                   CLOSE LIST-FILE
                   PERFORM CLOSE-MSG-PARA
                   STOP RUN
               END-IF
           END-IF.
           PERFORM SET-CALENDAR-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING 'STANDING ORDERS GENERATED FOR BUSINESS DATE '
                   WS-PROC-DATE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           IF NOT PROC-IS-BUSINESS-DAY
               MOVE 'STOG0013I' TO MSG-ID
               STRING 'PROCESSING DATE ' WS-PROC-DATE
                       ' IS NOT A BUSINESS DAY, NOTHING GENERATED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE SPACES TO LIST-RECORD
               STRING '  NOT A BUSINESS DAY - NO ORDERS ARE DUE'
                       DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date from the
      *  patdate control record, with the usual wall-clock fallback
      *  when it is absent or unusable.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'STOG0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'STOG0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'STOG0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  SET-CALENDAR-PARA - everything the due tests need about the
      *  processing date, from its entry on the business calendar:
      *  its weekday, whether it is a business day, which business
      *  day of its month it is, and whether it is the month's last
      *  (the next business date falls in another month). A date the
      *  calendar service cannot read is not a business day.
      *----------------------------------------------------------------
       SET-CALENDAR-PARA.
           MOVE 'T' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           PERFORM BUS-DAY-PARA.
           MOVE ZERO TO WS-PROC-WEEKDAY WS-BUS-DAY-OF-MONTH.
           SET PROC-IS-BUSINESS-DAY TO FALSE.
           SET PROC-IS-MONTH-END TO FALSE.
           IF NOT BDY-DATE-INVALID
               MOVE BDY-WEEKDAY TO WS-PROC-WEEKDAY
               MOVE BDY-BUS-DAY-OF-MONTH TO WS-BUS-DAY-OF-MONTH
               IF BDY-IS-WORKING-DAY
                   SET PROC-IS-BUSINESS-DAY TO TRUE
               END-IF
               IF BDY-IS-MONTH-END
                   SET PROC-IS-MONTH-END TO TRUE
               END-IF
           END-IF.

       READ-ORDER-PARA.
           READ STO-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-STO-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  GEN-ORDER-PARA - one standing order: generate it if it is
      *  due today, then move to the next.
      *----------------------------------------------------------------
       GEN-ORDER-PARA.
           ADD 1 TO WS-ORDER-COUNT.
           SET ORDER-IS-DUE TO FALSE.
           EVALUATE TRUE
               WHEN STO-IS-SUSPENDED
                   ADD 1 TO WS-SUSP-COUNT
               WHEN STO-START-DATE > WS-PROC-DATE
                   ADD 1 TO WS-NOT-IN-EFFECT-COUNT
               WHEN STO-STOP-DATE NOT = SPACES
                       AND STO-STOP-DATE < WS-PROC-DATE
                   ADD 1 TO WS-NOT-IN-EFFECT-COUNT
               WHEN OTHER
                   PERFORM DUE-TEST-PARA
                   IF ORDER-IS-DUE
                       PERFORM WRITE-REQUEST-PARA
                   ELSE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
           END-EVALUATE.
           PERFORM READ-ORDER-PARA.

       DUE-TEST-PARA.
           EVALUATE TRUE
               WHEN STO-FREQ-DAILY
                   SET ORDER-IS-DUE TO TRUE
               WHEN STO-FREQ-WEEKLY
                   IF STO-FREQ-VALUE = WS-PROC-WEEKDAY
                       SET ORDER-IS-DUE TO TRUE
                   END-IF
               WHEN STO-FREQ-NTH-BUS-DAY
                   IF STO-FREQ-VALUE = WS-BUS-DAY-OF-MONTH
                       SET ORDER-IS-DUE TO TRUE
                   END-IF
               WHEN STO-FREQ-MONTH-END
                   IF PROC-IS-MONTH-END
                       SET ORDER-IS-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *  WRITE-REQUEST-PARA - the order as a request on the generated
      *  batch, listed, and the order's generation history updated.
      *----------------------------------------------------------------
       WRITE-REQUEST-PARA.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE STO-FILL-CHAR TO TRAN-FILL-CHAR.
           MOVE STO-ROW-COUNT TO TRAN-ROW-COUNT.
           MOVE STO-PATTERN-TYPE TO TRAN-PATTERN-TYPE.
           MOVE STO-PATTERN-NAME TO TRAN-PATTERN-NAME.
           MOVE STO-REQUESTER-ID TO TRAN-REQUESTER-ID.
           MOVE STO-PRIORITY TO TRAN-PRIORITY.
           MOVE 'S' TO TRAN-ORIGIN.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-GEN-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING '  REQ=' STO-REQUESTER-ID ' ORDER=' STO-ORDER-ID
                   ' NAME=' STO-PATTERN-NAME
                   ' FILL=' STO-FILL-CHAR
                   ' ROWS=' STO-ROW-COUNT
                   ' TYPE=' STO-PATTERN-TYPE
                   ' PRI=' STO-PRIORITY
                   ' FREQ=' STO-FREQUENCY ' ' STO-FREQ-VALUE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           IF STO-LAST-GEN-DATE NOT = WS-PROC-DATE
               MOVE WS-PROC-DATE TO STO-LAST-GEN-DATE
               ADD 1 TO STO-GEN-COUNT
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'STOG0016W' TO MSG-ID
                       STRING 'ORDER ' STO-REQUESTER-ID ' '
                               STO-ORDER-ID
                               ' NOT UPDATED, STATUS=' WS-STO-STATUS
                               DELIMITED BY SIZE INTO MSG-TEXT
                       MOVE STO-REQUESTER-ID TO MSG-REQUESTER-ID
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           END-IF.

       TERM-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING 'ORDERS=' WS-ORDER-COUNT
                   ' GENERATED=' WS-GEN-COUNT
                   ' NOT DUE=' WS-NOT-DUE-COUNT
                   ' SUSPENDED=' WS-SUSP-COUNT
                   ' NOT IN EFFECT=' WS-NOT-IN-EFFECT-COUNT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE 'STOG0001I' TO MSG-ID.
           STRING 'STANDING ORDERS=' WS-ORDER-COUNT
                   ' REQUESTS GENERATED=' WS-GEN-COUNT
                   ' SUSPENDED=' WS-SUSP-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           CLOSE GEN-FILE.
           CLOSE LIST-FILE.
           IF ORDERS-ARE-AVAILABLE
               CLOSE STO-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATSTGN' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  BUS-DAY-PARA - put the question set up in BUS-DAY-REQUEST to
      *  the business day service (PATBDAY, per patbdayp).
      *  RETURN-CODE is kept across the CALL. CLOSE-BDY-PARA closes
      *  the calendar at the end.
      *----------------------------------------------------------------
       BUS-DAY-PARA.
           MOVE RETURN-CODE TO WS-BDY-SAVE-RC.
           CALL 'PATBDAY' USING BUS-DAY-REQUEST.
           MOVE WS-BDY-SAVE-RC TO RETURN-CODE.

       CLOSE-BDY-PARA.
           MOVE 'C' TO BDY-FUNCTION.
           PERFORM BUS-DAY-PARA.

       CLOSE-MSG-PARA.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'C'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
