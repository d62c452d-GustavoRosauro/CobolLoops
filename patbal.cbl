      *  holds the downstream chargeback/extract transmission on
      *  it), RC=16 a file would not open. The report file is
      *  OPTIONAL; absent, the footer checks are simply skipped.
      *  The pattern image file (patimg) is the fifth account: per
      *  run id its detail records are counted and must equal the
      *  audit rows, every header must be closed by a trailer, and
      *  the trailers' row counts must add up to the details. A run
      *  whose image disagrees is IMAGE BREAK; a run with audit rows
      *  and nothing at all on the image is NO IMAGE. Runs booked
      *  before the earliest processing date on the image file's
      *  headers predate the image and are not held to it (their
      *  IMGROWS column reads N/A) - the tie starts on its own the
      *  night the image is first written, and an image file with
      *  no headers at all holds every run to it.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the run id where a message is
      *  about one run; warnings and errors also go to the monitoring
      *  alert feed (ALERTOUT). PATDIGST prints the morning exceptions
      *  digest from the log. Every run whose verdict is a break is
      *  also its own PBAL0025E message, carrying the run id, so an
      *  out-of-balance run pages monitoring instead of waiting for
      *  someone to read the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT IMG-FILE ASSIGN TO IMGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT OPTIONAL RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  HIST-FILE.
           COPY pathist.

       FD  IMG-FILE.
           COPY patimg.

       FD  RPT-FILE.
       01  RPT-RECORD                      PIC X(133).

           01 WS-HIST-STATUS PIC XX VALUE '00'.
           01 WS-RPT-STATUS PIC XX VALUE '00'.
           01 WS-BAL-STATUS PIC XX VALUE '00'.
           01 WS-IMG-STATUS PIC XX VALUE '00'.

           01 WS-RPT-AVAIL-FLAG PIC X VALUE 'N'.
               88  REPORT-IS-AVAILABLE      VALUE 'Y' FALSE 'N'.
           01 WS-TOTAL-AUD-ROWS PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-EXT-ROWS PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-HIST-ROWS PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-IMG-ROWS PIC 9(9) VALUE ZERO.

      *    The earliest processing date on any image header - the
      *    night the image began; high-values until one is seen.
           01 WS-IMG-FIRST-DATE PIC X(8) VALUE HIGH-VALUES.
           01 WS-IMG-CHECK-FLAG PIC X VALUE 'N'.
               88  IMAGE-IS-CHECKED         VALUE 'Y' FALSE 'N'.

      *    One slot per run id seen on any of the accounts, in
      *    first-seen order - the same fixed-table treatment PATCHG
      *    gives requesters, with the same overflow warning.
           01 WS-ENTRY-MAX PIC 9(4) VALUE 200.
                   10  WS-RUN-HIST-REQS    PIC 9(5).
                   10  WS-RUN-HIST-SEEN    PIC 9(3).
                   10  WS-RUN-RESUMED      PIC X(1).
                   10  WS-RUN-PROC-DATE    PIC X(8).
                   10  WS-RUN-IMG-ROWS     PIC 9(7).
                   10  WS-RUN-IMG-HDRS     PIC 9(3).
                   10  WS-RUN-IMG-TRLS     PIC 9(3).
                   10  WS-RUN-IMG-TRL-ROWS PIC 9(7).

           01 BAL-HEADING-LINE.
               05  FILLER                  PIC X(8)  VALUE 'RUN ID'.
               05  FILLER                  PIC X(7)
                       VALUE 'HSTROWS'.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  FILLER                  PIC X(7)
                       VALUE 'IMGROWS'.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  FILLER                  PIC X(5)
                       VALUE 'EXTRQ'.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  FILLER                  PIC X(1)  VALUE 'R'.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  FILLER                  PIC X(16) VALUE 'VERDICT'.
               05  FILLER                  PIC X(1)  VALUE SPACES.

           01 BAL-DETAIL-LINE.
               05  BAL-RUN-ID              PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  BAL-HIST-ROWS           PIC 9(7).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  BAL-IMG-ROWS            PIC X(7).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  BAL-EXT-REQS            PIC 9(5).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  BAL-HIST-REQS           PIC 9(5).
               05  BAL-RESUMED             PIC X(1).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  BAL-VERDICT             PIC X(16).
               05  FILLER                  PIC X(1)  VALUE SPACES.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM TALLY-AUDIT-PARA
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
                   UNTIL WS-EXT-STATUS NOT = '00'.
           PERFORM TALLY-HISTORY-PARA
                   UNTIL WS-HIST-STATUS NOT = '00'.
           PERFORM TALLY-IMAGE-PARA
                   UNTIL WS-IMG-STATUS NOT = '00'.
           IF REPORT-IS-AVAILABLE
               PERFORM TALLY-REPORT-PARA
                       UNTIL WS-RPT-STATUS NOT = '00'
           END-IF.
           PERFORM REPORT-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - open the four accounts (all required - an
      *  absent one is exactly the sort of break this program exists
      *  to catch), the optional print report, and the balancing
      *  listing; write the headings and prime every input.
       INIT-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'PBAL0010E' TO MSG-ID
               STRING 'AUDIT FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXT-FILE.
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'PBAL0011E' TO MSG-ID
               STRING 'EXTRACT FILE OPEN FAILED, STATUS=' WS-EXT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'PBAL0012E' TO MSG-ID
               STRING 'HISTORY FILE OPEN FAILED, STATUS=' WS-HIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE EXT-FILE
           END-IF.
           OPEN OUTPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               MOVE 'PBAL0013E' TO MSG-ID
               STRING 'BALANCE REPORT OPEN FAILED, STATUS='
                       WS-BAL-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE EXT-FILE
               CLOSE HIST-FILE
               STOP RUN
           END-IF.
           OPEN INPUT IMG-FILE.
           IF WS-IMG-STATUS NOT = '00'
               MOVE 'PBAL0015E' TO MSG-ID
               STRING 'IMAGE FILE OPEN FAILED, STATUS=' WS-IMG-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE EXT-FILE
               CLOSE HIST-FILE
               CLOSE BAL-FILE
               STOP RUN
           END-IF.
           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS = '00'
               SET REPORT-IS-AVAILABLE TO TRUE
           ELSE
               SET REPORT-IS-AVAILABLE TO FALSE
               IF WS-RPT-STATUS NOT = '05'
                   MOVE 'PBAL0014W' TO MSG-ID
                   STRING 'REPORT FILE NOT AVAILABLE, STATUS='
                           WS-RPT-STATUS ', FOOTER CHECKS SKIPPED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE SPACES TO BAL-RECORD.
           PERFORM READ-AUDIT-PARA.
           PERFORM READ-EXTRACT-PARA.
           PERFORM READ-HISTORY-PARA.
           PERFORM READ-IMAGE-PARA.
           IF REPORT-IS-AVAILABLE
               PERFORM READ-REPORT-PARA
           END-IF.
                   MOVE '10' TO WS-HIST-STATUS
           END-READ.

       READ-IMAGE-PARA.
           READ IMG-FILE
               AT END
                   MOVE '10' TO WS-IMG-STATUS
           END-READ.

       READ-REPORT-PARA.
           READ RPT-FILE
               AT END
           IF WS-FOUND-IX > ZERO
               ADD 1 TO WS-RUN-AUD-ROWS(WS-FOUND-IX)
               ADD 1 TO WS-TOTAL-AUD-ROWS
               IF WS-RUN-PROC-DATE(WS-FOUND-IX) = SPACES
                   MOVE AUD-PROC-DATE TO WS-RUN-PROC-DATE(WS-FOUND-IX)
               END-IF
           END-IF.
           PERFORM READ-AUDIT-PARA.

                           TO WS-TOTAL-EXT-ROWS
               ELSE
                   ADD 1 TO WS-PARSE-ERRORS
                   MOVE 'PBAL0021W' TO MSG-ID
                   STRING 'UNPARSEABLE PRODROWS ON EXTRACT RECORD FOR '
                           'RUN ' WS-RUN-ID
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-RUN-ID TO MSG-RUN-ID
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           PERFORM READ-EXTRACT-PARA.
               IF HIST-WAS-RESUMED
                   MOVE 'R' TO WS-RUN-RESUMED(WS-FOUND-IX)
               END-IF
               IF WS-RUN-PROC-DATE(WS-FOUND-IX) = SPACES
                   MOVE HIST-PROC-DATE
                           TO WS-RUN-PROC-DATE(WS-FOUND-IX)
               END-IF
           END-IF.
           PERFORM READ-HISTORY-PARA.

      *----------------------------------------------------------------
      *  TALLY-IMAGE-PARA - the image file's own account: headers,
      *  detail rows and trailers per run id, and the trailers' row
      *  counts. The earliest header date marks the night the image
      *  began (see VERDICT-PARA). A record of no known type is a
      *  parse error, the same as an unreadable extract column.
      *----------------------------------------------------------------
       TALLY-IMAGE-PARA.
           MOVE IMG-RUN-ID TO WS-RUN-ID.
           PERFORM FIND-RUN-PARA.
           IF WS-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN IMG-IS-DETAIL
                       ADD 1 TO WS-RUN-IMG-ROWS(WS-FOUND-IX)
                       ADD 1 TO WS-TOTAL-IMG-ROWS
                   WHEN IMG-IS-HEADER
                       ADD 1 TO WS-RUN-IMG-HDRS(WS-FOUND-IX)
                       IF IMG-PROC-DATE < WS-IMG-FIRST-DATE
                           MOVE IMG-PROC-DATE TO WS-IMG-FIRST-DATE
                       END-IF
                       IF WS-RUN-PROC-DATE(WS-FOUND-IX) = SPACES
                           MOVE IMG-PROC-DATE
                                   TO WS-RUN-PROC-DATE(WS-FOUND-IX)
                       END-IF
                   WHEN IMG-IS-TRAILER
                       ADD 1 TO WS-RUN-IMG-TRLS(WS-FOUND-IX)
                       IF IMG-TRL-ROW-COUNT NUMERIC
                           ADD IMG-TRL-ROW-COUNT
                                   TO WS-RUN-IMG-TRL-ROWS(WS-FOUND-IX)
                       ELSE
                           ADD 1 TO WS-PARSE-ERRORS
                           MOVE 'PBAL0024W' TO MSG-ID
                           STRING 'UNPARSEABLE TRAILER ON IMAGE FILE '
                                   'FOR RUN ' WS-RUN-ID
                                   DELIMITED BY SIZE INTO MSG-TEXT
                           MOVE WS-RUN-ID TO MSG-RUN-ID
                           PERFORM LOG-MSG-PARA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PARSE-ERRORS
                       MOVE 'PBAL0024W' TO MSG-ID
                       STRING 'UNKNOWN RECORD TYPE ON IMAGE FILE FOR '
                               'RUN ' WS-RUN-ID
                               DELIMITED BY SIZE INTO MSG-TEXT
                       MOVE WS-RUN-ID TO MSG-RUN-ID
                       PERFORM LOG-MSG-PARA
               END-EVALUATE
           END-IF.
           PERFORM READ-IMAGE-PARA.

      *----------------------------------------------------------------
      *  TALLY-REPORT-PARA - sum the print file's section footers
      *  (REQUEST nnnn ROWS PRODUCED=nnnn) and the single-mode
                       ADD 1 TO WS-FOOTER-COUNT
                   ELSE
                       ADD 1 TO WS-PARSE-ERRORS
                       MOVE 'PBAL0022W' TO MSG-ID
                       STRING 'UNPARSEABLE SECTION FOOTER ON REPORT '
                               'FILE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               WHEN WS-LINE-DATA(1:14) = 'ROWS PRODUCED='
                   IF WS-LINE-DATA(15:4) NUMERIC
                       ADD 1 TO WS-FOOTER-COUNT
                   ELSE
                       ADD 1 TO WS-PARSE-ERRORS
                       MOVE 'PBAL0022W' TO MSG-ID
                       STRING 'UNPARSEABLE SECTION FOOTER ON REPORT '
                               'FILE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
                   MOVE ZERO TO WS-RUN-HIST-REQS(WS-ENTRY-COUNT)
                   MOVE ZERO TO WS-RUN-HIST-SEEN(WS-ENTRY-COUNT)
                   MOVE SPACE TO WS-RUN-RESUMED(WS-ENTRY-COUNT)
                   MOVE SPACES TO WS-RUN-PROC-DATE(WS-ENTRY-COUNT)
                   MOVE ZERO TO WS-RUN-IMG-ROWS(WS-ENTRY-COUNT)
                   MOVE ZERO TO WS-RUN-IMG-HDRS(WS-ENTRY-COUNT)
                   MOVE ZERO TO WS-RUN-IMG-TRLS(WS-ENTRY-COUNT)
                   MOVE ZERO TO WS-RUN-IMG-TRL-ROWS(WS-ENTRY-COUNT)
                   MOVE WS-ENTRY-COUNT TO WS-FOUND-IX
               ELSE
                   MOVE 'PBAL0023W' TO MSG-ID
                   STRING 'RUN TABLE FULL, RECORDS FOR ' WS-RUN-ID
                           ' NOT BALANCED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-RUN-ID TO MSG-RUN-ID
                   PERFORM LOG-MSG-PARA
                   ADD 1 TO WS-PARSE-ERRORS
               END-IF
           END-IF.
           STRING 'TOTALS  AUDROWS=' WS-TOTAL-AUD-ROWS
                   ' EXTROWS=' WS-TOTAL-EXT-ROWS
                   ' HSTROWS=' WS-TOTAL-HIST-ROWS
                   ' IMGROWS=' WS-TOTAL-IMG-ROWS
                   DELIMITED BY SIZE INTO BAL-RECORD.
           WRITE BAL-RECORD.
           IF REPORT-IS-AVAILABLE
               ADD WS-PARSE-ERRORS TO WS-BREAK-COUNT
           END-IF.
           IF WS-BREAK-COUNT > ZERO
               MOVE 'PBAL0020W' TO MSG-ID
               STRING WS-BREAK-COUNT ' BALANCING BREAK(S) IN PERIOD'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *  rows each against the history rows, extract record count
      *  against the history request count, plus NO HISTORY for a
      *  run whose close-out record never made it (a hard kill
      *  before TERM-PARA - the restart incidents exactly). Then the
      *  image, for a run booked on or after the night it began: its
      *  detail rows against the audit rows, one trailer per header,
      *  and the trailers' row counts against the details.
      *----------------------------------------------------------------
       VERDICT-PARA.
           MOVE WS-RUN-KEY(WS-ENTRY-IX) TO BAL-RUN-ID.
           MOVE WS-RUN-EXT-REQS(WS-ENTRY-IX) TO BAL-EXT-REQS.
           MOVE WS-RUN-HIST-REQS(WS-ENTRY-IX) TO BAL-HIST-REQS.
           MOVE WS-RUN-RESUMED(WS-ENTRY-IX) TO BAL-RESUMED.
           IF WS-RUN-PROC-DATE(WS-ENTRY-IX) < WS-IMG-FIRST-DATE
                   AND WS-RUN-IMG-HDRS(WS-ENTRY-IX) = ZERO
                   AND WS-RUN-IMG-ROWS(WS-ENTRY-IX) = ZERO
                   AND WS-IMG-FIRST-DATE NOT = HIGH-VALUES
               SET IMAGE-IS-CHECKED TO FALSE
               MOVE 'N/A' TO BAL-IMG-ROWS
           ELSE
               SET IMAGE-IS-CHECKED TO TRUE
               MOVE WS-RUN-IMG-ROWS(WS-ENTRY-IX) TO BAL-IMG-ROWS
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-HIST-SEEN(WS-ENTRY-IX) = ZERO
                   MOVE 'NO HISTORY' TO BAL-VERDICT
                       WS-RUN-HIST-REQS(WS-ENTRY-IX)
                   MOVE 'OUT OF BALANCE' TO BAL-VERDICT
                   ADD 1 TO WS-BREAK-COUNT
               WHEN IMAGE-IS-CHECKED
                       AND WS-RUN-IMG-HDRS(WS-ENTRY-IX) = ZERO
                       AND WS-RUN-IMG-ROWS(WS-ENTRY-IX) = ZERO
                       AND WS-RUN-AUD-ROWS(WS-ENTRY-IX) > ZERO
                   MOVE 'NO IMAGE' TO BAL-VERDICT
                   ADD 1 TO WS-BREAK-COUNT
               WHEN IMAGE-IS-CHECKED
                       AND (WS-RUN-IMG-ROWS(WS-ENTRY-IX) NOT =
                               WS-RUN-AUD-ROWS(WS-ENTRY-IX)
                         OR WS-RUN-IMG-TRLS(WS-ENTRY-IX) NOT =
                               WS-RUN-IMG-HDRS(WS-ENTRY-IX)
                         OR WS-RUN-IMG-TRL-ROWS(WS-ENTRY-IX) NOT =
                               WS-RUN-IMG-ROWS(WS-ENTRY-IX))
                   MOVE 'IMAGE BREAK' TO BAL-VERDICT
                   ADD 1 TO WS-BREAK-COUNT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO BAL-VERDICT
           END-EVALUATE.
           IF BAL-VERDICT NOT = 'IN BALANCE'
               MOVE 'PBAL0025E' TO MSG-ID
               STRING 'RUN ' BAL-RUN-ID ' ' DELIMITED BY SIZE
                       BAL-VERDICT DELIMITED BY '  '
                       ' - SEE THE BALANCE REPORT'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE BAL-RUN-ID TO MSG-RUN-ID
               PERFORM LOG-MSG-PARA
           END-IF.
           WRITE BAL-RECORD FROM BAL-DETAIL-LINE.
           ADD 1 TO WS-ENTRY-IX.

           CLOSE AUDIT-FILE.
           CLOSE EXT-FILE.
           CLOSE HIST-FILE.
           CLOSE IMG-FILE.
           CLOSE BAL-FILE.
           IF REPORT-IS-AVAILABLE
               CLOSE RPT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATBAL' TO MSG-PROGRAM.
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
