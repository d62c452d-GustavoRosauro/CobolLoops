       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATDIGST.
      *****************************************************************
      *  PATDIGST - the morning exceptions digest. Reads the shared
      *  message log (MSGLOG, per patmsg) every pattern job program
      *  appends its numbered messages to, and prints one exceptions
      *  page per processing date: the errors first, then the
      *  warnings, each grouped by department (the requester the
      *  message concerned, named off the department master when it
      *  is there) with the job-level messages - the ones about no
      *  one request - ahead of the departments, and each message in
      *  the order it was issued. Informational messages are counted
      *  in the date's totals but not listed; the job logs still
      *  have them.
      *  The dates come from the optional DIGCTL card: from-date in
      *  cols 1-8, to-date in cols 10-17 (blank = the from-date).
      *  With no card the digest covers the processing date on the
      *  patdate control record, with the usual wall-clock fallback
      *  - which, run as the nightly job's last step, is the night
      *  just finished. A date with messages but no exceptions still
      *  gets its page, saying so, and so does a range with nothing
      *  logged at all, so an empty digest is never mistaken for a
      *  digest that did not run.
      *  The digest does not log its own messages to the message log
      *  it is reading; they go to the job log only.
      *  RC=0 no errors in the digest, RC=4 at least one E-level
      *  message listed, RC=16 a file would not open or the sort
      *  failed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MSG-FILE ASSIGN TO MSGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO DIGCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-REQUESTER-ID
               FILE STATUS IS WS-DPTM-STATUS.

           SELECT DIG-FILE ASSIGN TO DIGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIG-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-FILE.
           COPY patmsg.

       FD  CTL-FILE.
       01  CTL-CARD.
           05  CTL-FROM-DATE               PIC X(8).
           05  FILLER                      PIC X(1).
           05  CTL-TO-DATE                 PIC X(8).
           05  FILLER                      PIC X(63).

       FD  DATE-FILE.
           COPY patdate.

       FD  DEPT-FILE.
           COPY patdptr.

       FD  DIG-FILE.
       01  DIG-RECORD.
           05  DIG-CC                      PIC X(1).
           05  DIG-DATA                    PIC X(132).

      *    The sort record: processing date, severity rank (1 error,
      *    2 warning, 3 informational), department, issue time and
      *    log position (to keep same-second messages in log order),
      *    then the untouched message image.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-PROC-DATE               PIC X(8).
           05  SRT-RANK                    PIC 9(1).
           05  SRT-REQUESTER-ID            PIC X(8).
           05  SRT-TIMESTAMP               PIC X(14).
           05  SRT-ARRIVAL                 PIC 9(7).
           05  SRT-MSG-IMAGE               PIC X(188).

       WORKING-STORAGE SECTION.
           01 WS-MSG-STATUS PIC XX VALUE '00'.
           01 WS-CTL-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-DPTM-STATUS PIC XX VALUE '00'.
           01 WS-DIG-STATUS PIC XX VALUE '00'.

           01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
               88  SORT-IS-DONE             VALUE 'Y' FALSE 'N'.
           01 WS-DPTM-AVAIL-FLAG PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE    VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           01 WS-TO-DATE PIC X(8) VALUE SPACES.

           01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ERROR-TOTAL PIC 9(7) VALUE ZERO.
           01 WS-WARNING-TOTAL PIC 9(7) VALUE ZERO.
           01 WS-DATE-COUNT PIC 9(5) VALUE ZERO.

      *    Control-break state: the date, severity and department in
      *    hand, and the date's own counts for its totals line.
           01 WS-CURR-DATE PIC X(8) VALUE SPACES.
           01 WS-CURR-RANK PIC 9(1) VALUE ZERO.
           01 WS-CURR-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-DATE-ERRORS PIC 9(5) VALUE ZERO.
           01 WS-DATE-WARNINGS PIC 9(5) VALUE ZERO.
           01 WS-DATE-INFOS PIC 9(5) VALUE ZERO.

           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(4) VALUE 9999.
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-PRINTED-STAMP PIC X(16) VALUE SPACES.
           01 WS-ED-SORT-RETURN PIC -9(4).

           01 DIG-DETAIL-LINE.
               05  FILLER                  PIC X(4)  VALUE SPACES.
               05  DIG-TIME                PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  DIG-PROGRAM             PIC X(8).
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  DIG-STEP                PIC X(8).
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  DIG-MSG-ID              PIC X(9).
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  DIG-RUN-ID              PIC X(8).
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  DIG-REQUEST-SEQ         PIC X(4).
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  DIG-TEXT                PIC X(76).

           01 DIG-COLUMN-LINE.
               05  FILLER                  PIC X(4)  VALUE SPACES.
               05  FILLER                  PIC X(10) VALUE 'TIME'.
               05  FILLER                  PIC X(9)  VALUE 'PROGRAM'.
               05  FILLER                  PIC X(9)  VALUE 'STEP'.
               05  FILLER                  PIC X(10) VALUE 'MESSAGE'.
               05  FILLER                  PIC X(9)  VALUE 'RUN ID'.
               05  FILLER                  PIC X(5)  VALUE 'REQ'.
               05  FILLER                  PIC X(76) VALUE 'TEXT'.

       PROCEDURE DIVISION.
           PERFORM INIT-PARA.
           SORT SORT-WORK
                   ON ASCENDING KEY SRT-PROC-DATE SRT-RANK
                                    SRT-REQUESTER-ID SRT-TIMESTAMP
                                    SRT-ARRIVAL
                   INPUT PROCEDURE IS LOAD-SORT-PARA
                   OUTPUT PROCEDURE IS DIGEST-PARA.
           IF SORT-RETURN NOT = ZERO
               MOVE SORT-RETURN TO WS-ED-SORT-RETURN
               DISPLAY 'DIGS0017E DIGEST SORT FAILED, SORT-RETURN='
                       WS-ED-SORT-RETURN
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the date range, the message log (OPTIONAL - no
      *  log means nothing was logged, which is reported, not
      *  failed), the department master for names (OPTIONAL, best-
      *  effort) and the digest itself.
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
           PERFORM GET-RANGE-PARA.
           OPEN INPUT MSG-FILE.
           IF WS-MSG-STATUS = '05'
               DISPLAY 'DIGS0016I NO MESSAGE LOG, NOTHING LOGGED'
               MOVE '10' TO WS-MSG-STATUS
           ELSE
               IF WS-MSG-STATUS NOT = '00'
                   DISPLAY 'DIGS0010E MESSAGE LOG OPEN FAILED, STATUS='
                           WS-MSG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT DIG-FILE.
           IF WS-DIG-STATUS NOT = '00'
               DISPLAY 'DIGS0012E DIGEST REPORT OPEN FAILED, STATUS='
                       WS-DIG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSG-FILE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DPTM-STATUS = '00' OR WS-DPTM-STATUS = '05'
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'DIGS0013W DEPARTMENT MASTER NOT AVAILABLE, '
                       'STATUS=' WS-DPTM-STATUS
                       ', DEPARTMENT NAMES OMITTED'
               SET DEPT-MASTER-AVAILABLE TO FALSE
           END-IF.
           IF WS-MSG-STATUS = '00'
               PERFORM READ-MSG-PARA
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the default digest date from the
      *  patdate control record, with the usual wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       DISPLAY 'DIGS0014W PROCESSING DATE FILE '
                               'EMPTY, USING WALL-CLOCK DATE'
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       DISPLAY 'DIGS0014W PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   DISPLAY 'DIGS0014W PROCESSING DATE FILE NOT '
                           'AVAILABLE, STATUS=' WS-DATE-STATUS
                           ', USING WALL-CLOCK DATE'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  GET-RANGE-PARA - the DIGCTL card's from/to dates, when there
      *  is a card and its dates are usable; otherwise the one
      *  processing date.
      *----------------------------------------------------------------
       GET-RANGE-PARA.
           MOVE WS-PROC-DATE TO WS-FROM-DATE WS-TO-DATE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE '10' TO WS-CTL-STATUS
               END-READ
               IF WS-CTL-STATUS = '00'
                   IF CTL-TO-DATE = SPACES
                       MOVE CTL-FROM-DATE TO CTL-TO-DATE
                   END-IF
                   IF CTL-FROM-DATE NUMERIC AND CTL-TO-DATE NUMERIC
                           AND CTL-FROM-DATE NOT > CTL-TO-DATE
                       MOVE CTL-FROM-DATE TO WS-FROM-DATE
                       MOVE CTL-TO-DATE TO WS-TO-DATE
                   ELSE
                       DISPLAY 'DIGS0015W DIGEST CONTROL CARD DATES '
                               'NOT USABLE, DIGEST FOR ' WS-PROC-DATE
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.

       READ-MSG-PARA.
           READ MSG-FILE
               AT END
                   MOVE '10' TO WS-MSG-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  LOAD-SORT-PARA - the sort's input side: every logged message
      *  dated inside the range, ranked by severity.
      *----------------------------------------------------------------
       LOAD-SORT-PARA.
           PERFORM RELEASE-MSG-PARA
                   UNTIL WS-MSG-STATUS NOT = '00'.

       RELEASE-MSG-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF MSG-PROC-DATE NOT < WS-FROM-DATE
                   AND MSG-PROC-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-SELECTED-COUNT
               EVALUATE TRUE
                   WHEN MSG-IS-ERROR
                       MOVE 1 TO SRT-RANK
                   WHEN MSG-IS-WARNING
                       MOVE 2 TO SRT-RANK
                   WHEN OTHER
                       MOVE 3 TO SRT-RANK
               END-EVALUATE
               MOVE MSG-PROC-DATE TO SRT-PROC-DATE
               MOVE MSG-REQUESTER-ID TO SRT-REQUESTER-ID
               MOVE MSG-TIMESTAMP TO SRT-TIMESTAMP
               MOVE WS-READ-COUNT TO SRT-ARRIVAL
               MOVE MESSAGE-LOG-RECORD TO SRT-MSG-IMAGE
               RELEASE SORT-RECORD
           END-IF.
           PERFORM READ-MSG-PARA.

      *----------------------------------------------------------------
      *  DIGEST-PARA - the sort's output side: the control breaks on
      *  date, severity and department, then the last date's totals.
      *  A range with nothing logged gets one page saying so.
      *----------------------------------------------------------------
       DIGEST-PARA.
           SET SORT-IS-DONE TO FALSE.
           PERFORM RETURN-MSG-PARA
                   UNTIL SORT-IS-DONE.
           IF WS-CURR-DATE NOT = SPACES
               PERFORM DATE-TOTAL-PARA
           ELSE
               MOVE WS-FROM-DATE TO WS-CURR-DATE
               PERFORM PAGE-BREAK-PARA
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NO MESSAGES LOGGED FOR ' WS-FROM-DATE
                       ' THROUGH ' WS-TO-DATE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

       RETURN-MSG-PARA.
           RETURN SORT-WORK
               AT END
                   SET SORT-IS-DONE TO TRUE
               NOT AT END
                   MOVE SRT-MSG-IMAGE TO MESSAGE-LOG-RECORD
                   PERFORM DIGEST-MSG-PARA
           END-RETURN.

      *----------------------------------------------------------------
      *  DIGEST-MSG-PARA - one sorted message: a new date closes the
      *  last date's page and opens its own; a new severity or
      *  department within the date gets its heading; then the
      *  message itself, for errors and warnings.
      *----------------------------------------------------------------
       DIGEST-MSG-PARA.
           IF SRT-PROC-DATE NOT = WS-CURR-DATE
               IF WS-CURR-DATE NOT = SPACES
                   PERFORM DATE-TOTAL-PARA
               END-IF
               MOVE SRT-PROC-DATE TO WS-CURR-DATE
               ADD 1 TO WS-DATE-COUNT
               MOVE ZERO TO WS-CURR-RANK
               MOVE ZERO TO WS-DATE-ERRORS WS-DATE-WARNINGS
                       WS-DATE-INFOS
               PERFORM PAGE-BREAK-PARA
           END-IF.
           EVALUATE SRT-RANK
               WHEN 1
                   ADD 1 TO WS-DATE-ERRORS WS-ERROR-TOTAL
               WHEN 2
                   ADD 1 TO WS-DATE-WARNINGS WS-WARNING-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-DATE-INFOS
           END-EVALUATE.
           IF SRT-RANK < 3
               IF SRT-RANK NOT = WS-CURR-RANK
                   MOVE SRT-RANK TO WS-CURR-RANK
                   PERFORM SEVERITY-HEAD-PARA
                   MOVE MSG-REQUESTER-ID TO WS-CURR-REQUESTER
                   PERFORM DEPT-HEAD-PARA
               ELSE
                   IF MSG-REQUESTER-ID NOT = WS-CURR-REQUESTER
                       MOVE MSG-REQUESTER-ID TO WS-CURR-REQUESTER
                       PERFORM DEPT-HEAD-PARA
                   END-IF
               END-IF
               PERFORM DETAIL-PARA
           END-IF.

       SEVERITY-HEAD-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF WS-CURR-RANK = 1
               MOVE 'ERRORS (E)' TO WS-PRINT-LINE
           ELSE
               MOVE 'WARNINGS (W)' TO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE-PARA.
           MOVE DIG-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

      *----------------------------------------------------------------
      *  DEPT-HEAD-PARA - the department sub-heading: the requester
      *  and its name off the master, or the job-level heading for
      *  messages about no one request.
      *----------------------------------------------------------------
       DEPT-HEAD-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CURR-REQUESTER = SPACES
               MOVE '  JOB-LEVEL MESSAGES (NO REQUESTER)'
                       TO WS-PRINT-LINE
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

      *----------------------------------------------------------------
      *  DETAIL-PARA - one message: the time it was issued, where
      *  from, the run and request it concerned, and the text, the
      *  text's tail on a second line when it runs past the column.
      *----------------------------------------------------------------
       DETAIL-PARA.
           MOVE SPACES TO DIG-TIME.
           STRING MSG-TIMESTAMP(9:2) ':' MSG-TIMESTAMP(11:2) ':'
                   MSG-TIMESTAMP(13:2)
                   DELIMITED BY SIZE INTO DIG-TIME.
           MOVE MSG-PROGRAM TO DIG-PROGRAM.
           MOVE MSG-STEP TO DIG-STEP.
           MOVE MSG-ID TO DIG-MSG-ID.
           MOVE MSG-RUN-ID TO DIG-RUN-ID.
           IF MSG-REQUEST-SEQ = ZERO
               MOVE SPACES TO DIG-REQUEST-SEQ
           ELSE
               MOVE MSG-REQUEST-SEQ TO DIG-REQUEST-SEQ
           END-IF.
           MOVE MSG-TEXT(1:76) TO DIG-TEXT.
           MOVE DIG-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF MSG-TEXT(77:44) NOT = SPACES
               MOVE SPACES TO DIG-DETAIL-LINE
               MOVE MSG-TEXT(77:44) TO DIG-TEXT
               MOVE DIG-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

      *----------------------------------------------------------------
      *  DATE-TOTAL-PARA - the close of one date's page.
      *----------------------------------------------------------------
       DATE-TOTAL-PARA.
           IF WS-DATE-ERRORS = ZERO AND WS-DATE-WARNINGS = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               MOVE 'NO ERRORS OR WARNINGS LOGGED FOR THIS DATE'
                       TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           STRING 'DATE ' WS-CURR-DATE ' TOTALS: ERRORS='
                   WS-DATE-ERRORS ' WARNINGS=' WS-DATE-WARNINGS
                   ' INFORMATIONAL=' WS-DATE-INFOS ' (NOT LISTED)'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

      *----------------------------------------------------------------
      *  PRINT-LINE-PARA / PAGE-BREAK-PARA - LOOP's report paging:
      *  the heading whenever the page is full, then the line with a
      *  blank ASA carriage control byte. Every new date forces its
      *  own page; a date that runs long continues on the next.
      *----------------------------------------------------------------
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PAGE-BREAK-PARA
           END-IF.
           MOVE SPACE TO DIG-CC.
           MOVE WS-PRINT-LINE TO DIG-DATA.
           WRITE DIG-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       PAGE-BREAK-PARA.
           ADD 1 TO WS-PAGE-NUM.
           MOVE '1' TO DIG-CC.
           MOVE SPACES TO DIG-DATA.
           STRING 'PATTERN JOBS EXCEPTIONS DIGEST   PROCESSING DATE='
                   WS-CURR-DATE '   PRINTED ' WS-PRINTED-STAMP
                   '   PAGE ' WS-PAGE-NUM
                   DELIMITED BY SIZE INTO DIG-DATA.
           WRITE DIG-RECORD.
           MOVE 1 TO WS-LINE-COUNT.

       TERM-PARA.
           DISPLAY 'DIGS0001I DATES ' WS-FROM-DATE '-' WS-TO-DATE
                   ' MESSAGES READ=' WS-READ-COUNT
                   ' IN RANGE=' WS-SELECTED-COUNT
                   ' DATES=' WS-DATE-COUNT.
           DISPLAY 'DIGS0002I ERRORS=' WS-ERROR-TOTAL
                   ' WARNINGS=' WS-WARNING-TOTAL.
           IF WS-ERROR-TOTAL > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE MSG-FILE.
           CLOSE DIG-FILE.
           IF DEPT-MASTER-AVAILABLE
               CLOSE DEPT-FILE
           END-IF.
