       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSTUCK.
      *****************************************************************
      *  PATSTUCK - the stuck-requests report. Reads the request
      *  status tracker (TRKFILE, per pattrk) and lists every request
      *  that entered the pipeline but has not reached a final state
      *  (billed, skipped by LOOP, dropped from the reject store, or
      *  transferred to another requester) within N business days,
      *  grouped by department (the requester, named off the
      *  department master when it is there): its tracking id, the
      *  state it is sitting in and since when, its age in business
      *  days, its due date, the program that last moved it and what
      *  that program said. The age runs from the later of the day
      *  the request was received and the day it fell due, so a
      *  request held for a future date is not stuck while it waits
      *  for its date.
      *  A request already burst to its department file is waiting
      *  on the period's billing run, not stuck; those are counted
      *  on the totals line instead of being listed.
      *  N comes from the optional STKDAYS card (cols 1-3, business
      *  days, default 5). Business days are the business
      *  calendar's working days (CALFILE, per patcalr, through the
      *  business day service PATBDAY), so a request does not go
      *  stuck over a holiday; a date the calendar does not hold is
      *  counted Monday to Friday, with PATBDAY's warning.
      *  The "as of" date is the processing date on the patdate
      *  control record, with the usual wall-clock fallback.
      *  RC=0 nothing stuck, RC=4 at least one request listed,
      *  RC=16 a file would not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRK-FILE ASSIGN TO TRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRK-KEY
               FILE STATUS IS WS-TRK-STATUS.

           SELECT OPTIONAL DAYS-FILE ASSIGN TO STKDAYS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-REQUESTER-ID
               FILE STATUS IS WS-DPTM-STATUS.

           SELECT STK-FILE ASSIGN TO STKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRK-FILE.
           COPY pattrk.

       FD  DAYS-FILE.
       01  STUCK-DAYS-RECORD.
           05  STKD-DAYS                   PIC 9(3).
           05  FILLER                      PIC X(77).

       FD  DATE-FILE.
           COPY patdate.

       FD  DEPT-FILE.
           COPY patdptr.

       FD  STK-FILE.
       01  STK-RECORD.
           05  STK-CC                      PIC X(1).
           05  STK-DATA                    PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-TRK-STATUS PIC XX VALUE '00'.
           01 WS-DAYS-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-DPTM-STATUS PIC XX VALUE '00'.
           01 WS-STK-STATUS PIC XX VALUE '00'.

           01 WS-DPTM-AVAIL-FLAG PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE    VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-STUCK-DAYS PIC 9(3) VALUE 5.

           01 WS-SCANNED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-FINAL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OPEN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BURST-COUNT PIC 9(7) VALUE ZERO.
           01 WS-STUCK-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DEPT-STUCK PIC 9(5) VALUE ZERO.

      *    Business-day ageing: the working days after the later of
      *    the received and due dates up to the processing date
      *    (capped - a request that old is stuck however it is
      *    counted).
           01 WS-AGE-FROM PIC X(8) VALUE SPACES.
           01 WS-AGE-DAYS PIC 9(3) VALUE ZERO.
           01 WS-AGE-CAP PIC 9(3) VALUE 999.

           01 WS-CURR-REQUESTER PIC X(8) VALUE LOW-VALUES.

           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(4) VALUE 9999.
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-PRINTED-STAMP PIC X(16) VALUE SPACES.

           01 STK-DETAIL-LINE.
               05  FILLER                  PIC X(4)  VALUE SPACES.
               05  STK-TRACKING-ID         PIC X(12).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-STATE               PIC X(11).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-SINCE               PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-AGE                 PIC ZZ9.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-DUE                 PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-PROGRAM             PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  STK-DETAIL              PIC X(40).

           01 STK-COLUMN-LINE.
               05  FILLER                  PIC X(4)  VALUE SPACES.
               05  FILLER                  PIC X(14) VALUE
                                           'TRACKING ID'.
               05  FILLER                  PIC X(13) VALUE 'STATE'.
               05  FILLER                  PIC X(10) VALUE 'SINCE'.
               05  FILLER                  PIC X(5)  VALUE 'AGE'.
               05  FILLER                  PIC X(10) VALUE 'DUE'.
               05  FILLER                  PIC X(10) VALUE 'BY'.
               05  FILLER                  PIC X(40) VALUE 'DETAIL'.

           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY patbdayp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM SCAN-PARA
                   UNTIL WS-TRK-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the as-of date and the threshold, the tracker
      *  (positioned at its first record), the department master for
      *  names (OPTIONAL, best-effort) and the report.
      *----------------------------------------------------------------
       INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           STRING WS-CURRENT-TIMESTAMP(1:4) '-'
                   WS-CURRENT-TIMESTAMP(5:2) '-'
                   WS-CURRENT-TIMESTAMP(7:2) ' '
                   WS-CURRENT-TIMESTAMP(9:2) ':'
                   WS-CURRENT-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO WS-PRINTED-STAMP.
           PERFORM GET-PROC-DATE-PARA.
           OPEN INPUT DAYS-FILE.
           IF WS-DAYS-STATUS = '00'
               READ DAYS-FILE
                   AT END
                       MOVE '10' TO WS-DAYS-STATUS
               END-READ
               IF WS-DAYS-STATUS = '00'
                   IF STKD-DAYS NUMERIC
                       MOVE STKD-DAYS TO WS-STUCK-DAYS
                   ELSE
                       MOVE 'STUK0013W' TO MSG-ID
                       STRING 'STKDAYS CARD NOT NUMERIC, USING '
                               WS-STUCK-DAYS ' BUSINESS DAYS'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DAYS-FILE
           END-IF.
           OPEN INPUT TRK-FILE.
           IF WS-TRK-STATUS = '05'
               MOVE '10' TO WS-TRK-STATUS
           ELSE
               IF WS-TRK-STATUS NOT = '00'
                   MOVE 'STUK0010E' TO MSG-ID
                   STRING 'REQUEST TRACKER OPEN FAILED, STATUS='
                           WS-TRK-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT STK-FILE.
           IF WS-STK-STATUS NOT = '00'
               MOVE 'STUK0011E' TO MSG-ID
               STRING 'STUCK REQUEST REPORT OPEN FAILED, STATUS='
                       WS-STK-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRK-FILE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DPTM-STATUS = '00' OR WS-DPTM-STATUS = '05'
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               MOVE 'STUK0012W' TO MSG-ID
               STRING 'DEPARTMENT MASTER NOT AVAILABLE, STATUS='
                       WS-DPTM-STATUS ', DEPARTMENT NAMES OMITTED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET DEPT-MASTER-AVAILABLE TO FALSE
           END-IF.
           PERFORM PAGE-BREAK-PARA.
           IF WS-TRK-STATUS = '00'
               MOVE LOW-VALUES TO TRK-KEY
               START TRK-FILE KEY NOT < TRK-KEY
                   INVALID KEY
                       MOVE '10' TO WS-TRK-STATUS
               END-START
           END-IF.
           IF WS-TRK-STATUS = '00'
               PERFORM READ-TRK-PARA
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the as-of date from the patdate control
      *  record, with the usual wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'STUK0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'STUK0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'STUK0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

       READ-TRK-PARA.
           READ TRK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TRK-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  SCAN-PARA - one tracker record. Only a request's summary
      *  record (event sequence 000) is looked at; its events are
      *  skipped past. A final request is counted and passed over,
      *  a burst one is counted as awaiting billing, anything else
      *  is aged and listed once it is past the threshold.
      *----------------------------------------------------------------
       SCAN-PARA.
           IF TRK-IS-SUMMARY
               ADD 1 TO WS-SCANNED-COUNT
               EVALUATE TRUE
                   WHEN TRK-STATE-FINAL
                       ADD 1 TO WS-FINAL-COUNT
                   WHEN TRK-STATE-BURST
                       ADD 1 TO WS-OPEN-COUNT
                       ADD 1 TO WS-BURST-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM AGE-REQUEST-PARA
                       IF WS-AGE-DAYS NOT < WS-STUCK-DAYS
                           PERFORM LIST-REQUEST-PARA
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM READ-TRK-PARA.

      *----------------------------------------------------------------
      *  AGE-REQUEST-PARA - business days from the later of the
      *  received and due dates up to the processing date. A date
      *  that is not a date ages the request from when it was
      *  received.
      *----------------------------------------------------------------
       AGE-REQUEST-PARA.
           MOVE TRK-RECEIVED-DATE TO WS-AGE-FROM.
           IF TRK-DUE-DATE NUMERIC AND TRK-DUE-DATE > WS-AGE-FROM
               MOVE TRK-DUE-DATE TO WS-AGE-FROM
           END-IF.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-AGE-FROM NUMERIC AND WS-AGE-FROM < WS-PROC-DATE
               MOVE 'D' TO BDY-FUNCTION
               MOVE WS-AGE-FROM TO BDY-DATE
               MOVE WS-PROC-DATE TO BDY-TO-DATE
               PERFORM BUS-DAY-PARA
               IF NOT BDY-DATE-INVALID
                   IF BDY-DAYS > WS-AGE-CAP
                       MOVE WS-AGE-CAP TO WS-AGE-DAYS
                   ELSE
                       MOVE BDY-DAYS TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  LIST-REQUEST-PARA - one stuck request, under its
      *  department's heading.
      *----------------------------------------------------------------
       LIST-REQUEST-PARA.
           IF TRK-REQUESTER-ID NOT = WS-CURR-REQUESTER
               MOVE TRK-REQUESTER-ID TO WS-CURR-REQUESTER
               PERFORM DEPT-HEAD-PARA
           END-IF.
           ADD 1 TO WS-STUCK-COUNT.
           MOVE TRK-TRACKING-ID TO STK-TRACKING-ID.
           MOVE TRK-STATE TO STK-STATE.
           MOVE TRK-EVENT-DATE TO STK-SINCE.
           MOVE WS-AGE-DAYS TO STK-AGE.
           MOVE TRK-DUE-DATE TO STK-DUE.
           MOVE TRK-PROGRAM TO STK-PROGRAM.
           MOVE TRK-DETAIL TO STK-DETAIL.
           MOVE STK-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

      *----------------------------------------------------------------
      *  DEPT-HEAD-PARA - the department sub-heading: the requester
      *  and its name off the master.
      *----------------------------------------------------------------
       DEPT-HEAD-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF WS-CURR-REQUESTER = SPACES
               MOVE '  NO REQUESTER ON THE REQUEST' TO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO DPT-NAME
               IF DEPT-MASTER-AVAILABLE
                   MOVE WS-CURR-REQUESTER TO DPT-REQUESTER-ID
                   READ DEPT-FILE
                       INVALID KEY
                           MOVE '(NOT ON THE DEPARTMENT MASTER)'
                                   TO DPT-NAME
                   END-READ
               END-IF
               STRING '  DEPARTMENT ' WS-CURR-REQUESTER '  '
                       DPT-NAME
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE-PARA.
           MOVE STK-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

      *----------------------------------------------------------------
      *  PRINT-LINE-PARA / PAGE-BREAK-PARA - LOOP's report paging:
      *  the heading whenever the page is full, then the line with a
      *  blank ASA carriage control byte.
      *----------------------------------------------------------------
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PAGE-BREAK-PARA
           END-IF.
           MOVE SPACE TO STK-CC.
           MOVE WS-PRINT-LINE TO STK-DATA.
           WRITE STK-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       PAGE-BREAK-PARA.
           ADD 1 TO WS-PAGE-NUM.
           MOVE '1' TO STK-CC.
           MOVE SPACES TO STK-DATA.
           STRING 'STUCK PATTERN REQUESTS   AS OF ' WS-PROC-DATE
                   '   OVER ' WS-STUCK-DAYS ' BUSINESS DAYS'
                   '   PRINTED ' WS-PRINTED-STAMP
                   '   PAGE ' WS-PAGE-NUM
                   DELIMITED BY SIZE INTO STK-DATA.
           WRITE STK-RECORD.
           MOVE 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      *  TERM-PARA - the totals, on the report and the message log;
      *  anything listed is a warning (RC=4), so it reaches the
      *  morning digest.
      *----------------------------------------------------------------
       TERM-PARA.
           IF WS-STUCK-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               MOVE 'NO STUCK REQUESTS' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           STRING 'REQUESTS TRACKED=' WS-SCANNED-COUNT
                   ' FINAL=' WS-FINAL-COUNT
                   ' OPEN=' WS-OPEN-COUNT
                   ' STUCK=' WS-STUCK-COUNT
                   ' BURST, AWAITING BILLING=' WS-BURST-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 'STUK0001I' TO MSG-ID.
           STRING 'REQUESTS TRACKED=' WS-SCANNED-COUNT
                   ' FINAL=' WS-FINAL-COUNT
                   ' OPEN=' WS-OPEN-COUNT
                   ' AWAITING BILLING=' WS-BURST-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           IF WS-STUCK-COUNT > ZERO
               MOVE 'STUK0020W' TO MSG-ID
               STRING WS-STUCK-COUNT ' REQUEST(S) NOT FINAL AFTER '
                       WS-STUCK-DAYS ' BUSINESS DAYS - SEE THE '
                       'STUCK REQUEST REPORT'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE TRK-FILE.
           CLOSE STK-FILE.
           IF DEPT-MASTER-AVAILABLE
               CLOSE DEPT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATSTUCK' TO MSG-PROGRAM.
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
