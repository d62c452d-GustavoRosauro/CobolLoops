      *  stay in the JCL as DD DUMMY on those days.
      *  RC=0 fits the window (or no basis, or no batch), RC=4
      *  predicted over the window, RC=16 a file would not open.
      *  The forecast now also decides what gets built. It reads the
      *  batch after PATSORT has put it in priority-class order and
      *  copies it to the build batch (BUILDOUT, LOOP's TRANFILE).
      *  When the batch is predicted over the window and shedding
      *  deferrable requests (TRAN-PRIORITY 'D', per pattran) would
      *  bring it inside, just enough of them are shed - the last
      *  ones in the batch first, since the sort leaves them at the
      *  back - and the rest is built: each shed request is re-dated
      *  for the next business date, appended to the live pending
      *  queue (PENDOUT, per patpnd, reason deferred-for-window) for
      *  PATEDIT to release tomorrow, and listed on PENDLIST. The
      *  forecast listing shows the prediction after shedding, and a
      *  batch brought inside the window this way ends RC=0 - it no
      *  longer needs diverting. When even shedding every deferrable
      *  request would leave it over, nothing is shed and the RC=4
      *  verdict stands, so scheduling diverts the whole batch to
      *  LOOPSPLT as before rather than running a batch that is both
      *  short and late. Business days are the business calendar's
      *  working days (see below). A queue
      *  that will not open for the append means nothing is shed
      *  (warned) and the batch ends RC=4. The forecast listing also
      *  counts the batch by class.
      *  The processing date comes from the same patdate control
      *  record LOOP and PATEDIT read.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the request and requester where a
      *  message is about one request; warnings and errors also go to
      *  the monitoring alert feed (ALERTOUT). PATDIGST prints the
      *  morning exceptions digest from the log.
      *  A request shed to the pending queue is now recorded on the
      *  request status tracker (TRKFILE, per pattrk, through
      *  PATTRKW) as PENDING, deferred for the window, with its new
      *  due date, so the tracker's copy of the request moves with
      *  it. Tracking is best-effort, as in PATEDIT.
      *  The next business date a shed request is due again now comes
      *  from the business calendar (CALFILE, per patcalr, through
      *  the business day service PATBDAY), so a request shed on the
      *  night before a holiday is not due on the holiday; a date the
      *  calendar does not hold is counted Monday to Friday, as
      *  before, with PATBDAY's warning.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCST-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT BUILD-FILE ASSIGN TO BUILDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUILD-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PLIST-FILE ASSIGN TO PENDLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       FD  FCST-FILE.
       01  FCST-RECORD                     PIC X(80).

       FD  DATE-FILE.
           COPY patdate.

       FD  BUILD-FILE.
       01  BUILD-RECORD                    PIC X(50).

       FD  PEND-FILE.
           COPY patpnd.

       FD  PLIST-FILE.
       01  PLIST-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TRAN-STATUS PIC XX VALUE '00'.
           01 WS-CAT-STATUS PIC XX VALUE '00'.
           01 WS-HIST-STATUS PIC XX VALUE '00'.
           01 WS-THR-STATUS PIC XX VALUE '00'.
           01 WS-FCST-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-BUILD-STATUS PIC XX VALUE '00'.
           01 WS-PEND-STATUS PIC XX VALUE '00'.
           01 WS-PLIST-STATUS PIC XX VALUE '00'.

           01 WS-BATCH-FLAG PIC X VALUE 'Y'.
               88  BATCH-IS-PRESENT         VALUE 'Y' FALSE 'N'.

           01 WS-CAT-AVAIL-FLAG PIC X VALUE 'N'.
               88  CATALOG-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.
           01 WS-REQ-WEIGHT PIC 9(1)V99 VALUE 1.00.
           01 WS-REQ-USABLE-FLAG PIC X VALUE 'Y'.
               88  REQUEST-IS-SIZEABLE      VALUE 'Y' FALSE 'N'.
           01 WS-REQ-LOAD PIC 9(5)V99 VALUE ZERO.

      *    Priority-class counts, and the shedding arithmetic: the
      *    weighted rows the deferrable requests carry, how many of
      *    those rows must go for the batch to fit, and the running
      *    totals the build pass keeps while it decides.
           01 WS-URGENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NORMAL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEFER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEFER-WEIGHTED PIC 9(9)V99 VALUE ZERO.
           01 WS-DEFER-PASSED PIC 9(9)V99 VALUE ZERO.
           01 WS-CAPACITY-ROWS PIC 9(10)V99 VALUE ZERO.
           01 WS-SHED-NEEDED PIC 9(9)V99 VALUE ZERO.
           01 WS-SHED-WEIGHTED PIC 9(9)V99 VALUE ZERO.
           01 WS-SHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BUILD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SHED-FLAG PIC X VALUE 'N'.
               88  SHEDDING-IS-ON           VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-NEXT-BUS-DATE PIC X(8) VALUE SPACES.
           01 WS-SHED-SAVE-DATE PIC X(8) VALUE SPACES.

      *    Timestamp slices for the history elapsed arithmetic, the
      *    same shape PATHRPT uses against the same records.
           01 WS-ED-WEIGHTED PIC 9(9).9(2).
           01 WS-ED-RPS PIC 9(5).9(2).

           01 WS-TRK-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY pattrkp.
           COPY patbdayp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE TRACK-EVENT.
           PERFORM INIT-PARA.
           PERFORM SIZE-REQUEST-PARA
                   UNTIL WS-TRAN-STATUS NOT = '00'.
           PERFORM HISTORY-BASIS-PARA
                   UNTIL WS-HIST-STATUS NOT = '00'.
           PERFORM FORECAST-PARA.
           PERFORM BUILD-BATCH-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  default of 3600 when absent), the edited batch, the
      *  catalog (optional - without it named requests size at
      *  zero, warned, matching the skip LOOP will give them), the
      *  history, the forecast listing, the build batch and the
      *  deferred-request listing; then the processing date and the
      *  next business date a shed request is re-dated for.
      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT THR-FILE.
           IF WS-THR-STATUS = '00'
               READ THR-FILE
                   AT END
                       MOVE 'FCST0011W' TO MSG-ID
                       STRING 'THRESHOLD FILE EMPTY, USING DEFAULT'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-THR-STATUS = '00' AND THR-SECONDS NUMERIC
                   MOVE THR-SECONDS TO WS-WINDOW-SECONDS
      *    history basis gets. Any other open failure is real.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS = '05'
               MOVE 'FCST0023I' TO MSG-ID
               STRING 'NO REQUEST BATCH, NOTHING TO FORECAST'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET BATCH-IS-PRESENT TO FALSE
           ELSE
               IF WS-TRAN-STATUS NOT = '00'
                   MOVE 'FCST0010E' TO MSG-ID
                   STRING 'TRANSACTION FILE OPEN FAILED, STATUS='
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           IF WS-CAT-STATUS = '00' OR WS-CAT-STATUS = '05'
               SET CATALOG-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'FCST0013W' TO MSG-ID
               STRING 'CATALOG FILE NOT AVAILABLE, STATUS='
                       WS-CAT-STATUS ', NAMED REQUESTS SIZE AT ZERO'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET CATALOG-IS-AVAILABLE TO FALSE
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               MOVE 'FCST0014W' TO MSG-ID
               STRING 'HISTORY FILE NOT AVAILABLE, STATUS='
                       WS-HIST-STATUS ', NO FORECAST BASIS'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE '10' TO WS-HIST-STATUS
           END-IF.
           OPEN OUTPUT FCST-FILE.
           IF WS-FCST-STATUS NOT = '00'
               MOVE 'FCST0012E' TO MSG-ID
               STRING 'FORECAST REPORT OPEN FAILED, STATUS='
                       WS-FCST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUILD-FILE.
           IF WS-BUILD-STATUS NOT = '00'
               MOVE 'FCST0015E' TO MSG-ID
               STRING 'BUILD BATCH OPEN FAILED, STATUS=' WS-BUILD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE FCST-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT PLIST-FILE.
           IF WS-PLIST-STATUS NOT = '00'
               MOVE 'FCST0016E' TO MSG-ID
               STRING 'DEFERRED LISTING OPEN FAILED, STATUS='
                       WS-PLIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE FCST-FILE
               CLOSE BUILD-FILE
               STOP RUN
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM SET-NEXT-BUS-DATE-PARA.
           MOVE SPACES TO PLIST-RECORD.
           STRING 'REQUESTS DEFERRED FOR WINDOW AS OF ' WS-PROC-DATE
                   ' - DUE AGAIN ' WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE INTO PLIST-RECORD.
           WRITE PLIST-RECORD.
           MOVE SPACES TO FCST-RECORD.
           STRING 'LOOP BATCH FORECAST   WINDOW='
                   WS-WINDOW-SECONDS ' SECONDS'
               PERFORM READ-HIST-PARA
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
                       MOVE 'FCST0017W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'FCST0017W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'FCST0017W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE 'FCST0018I' TO MSG-ID
           STRING 'PROCESSING DATE ' WS-PROC-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  SET-NEXT-BUS-DATE-PARA - the first business day after the
      *  processing date, the date a shed request is due again, by
      *  the business calendar.
      *----------------------------------------------------------------
       SET-NEXT-BUS-DATE-PARA.
           MOVE 'F' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           MOVE 1 TO BDY-DAYS.
           PERFORM BUS-DAY-PARA.
           MOVE BDY-RESULT-DATE TO WS-NEXT-BUS-DATE.

       READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
      *----------------------------------------------------------------
      *  SIZE-REQUEST-PARA - one edited request into the batch
      *  total: rows and type from the record, or from the catalog
      *  entry for a named request, counted by priority class, with
      *  the deferrable requests' share kept apart as what shedding
      *  has to work with.
      *----------------------------------------------------------------
       SIZE-REQUEST-PARA.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM WEIGH-REQUEST-PARA.
           IF REQUEST-IS-SIZEABLE
               ADD WS-REQ-ROWS TO WS-RAW-ROWS
               ADD WS-REQ-LOAD TO WS-WEIGHTED-ROWS
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'FCST0022W' TO MSG-ID
               STRING 'REQUEST ' WS-REQUEST-COUNT ' PATTERN NAME '
                       TRAN-PATTERN-NAME ' NOT RESOLVED, SIZED AT ZERO'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE WS-REQUEST-COUNT TO MSG-REQUEST-SEQ
               MOVE TRAN-REQUESTER-ID TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-PRIORITY-URGENT
                   ADD 1 TO WS-URGENT-COUNT
               WHEN TRAN-PRIORITY-DEFERRABLE
                   ADD 1 TO WS-DEFER-COUNT
                   ADD WS-REQ-LOAD TO WS-DEFER-WEIGHTED
               WHEN OTHER
                   ADD 1 TO WS-NORMAL-COUNT
           END-EVALUATE.
           PERFORM READ-TRAN-PARA.

      *----------------------------------------------------------------
      *  WEIGH-REQUEST-PARA - one request's weighted rows: rows and
      *  type from the record, or from the catalog entry for a named
      *  request, times the type weight. The weight table is the
      *  cost model, such as it is - see the prologue. An
      *  unresolved name weighs nothing.
      *----------------------------------------------------------------
       WEIGH-REQUEST-PARA.
           MOVE ZERO TO WS-REQ-LOAD.
           SET REQUEST-IS-SIZEABLE TO TRUE.
           IF TRAN-PATTERN-NAME NOT = SPACES
               PERFORM RESOLVE-CATALOG-PARA
                   WHEN OTHER
                       MOVE 1.00 TO WS-REQ-WEIGHT
               END-EVALUATE
               COMPUTE WS-REQ-LOAD = WS-REQ-ROWS * WS-REQ-WEIGHT
           END-IF.

       RESOLVE-CATALOG-PARA.
           IF NOT CATALOG-IS-AVAILABLE
      *  FORECAST-PARA - the arithmetic and the verdict: weighted
      *  rows over the history's rows-per-second, against the
      *  window. Over the window is the RC=4 scheduling keys the
      *  LOOPSPLT diversion on - unless shedding deferrable work
      *  brings the batch inside it (SHED-PLAN-PARA).
      *----------------------------------------------------------------
       FORECAST-PARA.
           MOVE WS-WEIGHTED-ROWS TO WS-ED-WEIGHTED.
                   ' UNRESOLVED=' WS-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO FCST-RECORD.
           WRITE FCST-RECORD.
           MOVE WS-DEFER-WEIGHTED TO WS-ED-WEIGHTED.
           MOVE SPACES TO FCST-RECORD.
           STRING 'CLASS  URGENT=' WS-URGENT-COUNT
                   ' NORMAL=' WS-NORMAL-COUNT
                   ' DEFERRABLE=' WS-DEFER-COUNT
                   ' WEIGHTED=' WS-ED-WEIGHTED
                   DELIMITED BY SIZE INTO FCST-RECORD.
           WRITE FCST-RECORD.
           IF WS-REQUEST-COUNT = ZERO
               MOVE SPACES TO FCST-RECORD
               STRING 'NO REQUEST BATCH - NOTHING TO FORECAST'
                       'BATCH NOT HELD'
                       DELIMITED BY SIZE INTO FCST-RECORD
               WRITE FCST-RECORD
               MOVE 'FCST0021W' TO MSG-ID
               STRING 'NO USABLE HISTORY, FORECAST NOT POSSIBLE'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           ELSE
               COMPUTE WS-PREDICT-SECONDS ROUNDED =
                       WS-WEIGHTED-ROWS / WS-ROWS-PER-SEC
                           WS-WINDOW-SECONDS ' - *OVER*'
                           DELIMITED BY SIZE INTO FCST-RECORD
                   WRITE FCST-RECORD
                   PERFORM SHED-PLAN-PARA
               ELSE
                   STRING 'PREDICTED ' WS-PREDICT-SECONDS
                           ' SECONDS AGAINST WINDOW '
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  SHED-PLAN-PARA - the batch is over the window. If the
      *  deferrable requests carry enough weighted rows that the
      *  rest fits, plan to shed just the excess (the build pass
      *  picks which); otherwise shed nothing and let the RC=4
      *  divert the whole batch.
      *----------------------------------------------------------------
       SHED-PLAN-PARA.
           COMPUTE WS-CAPACITY-ROWS =
                   WS-WINDOW-SECONDS * WS-ROWS-PER-SEC.
           IF WS-DEFER-WEIGHTED > ZERO AND
                   WS-WEIGHTED-ROWS - WS-DEFER-WEIGHTED
                       NOT > WS-CAPACITY-ROWS
               SET SHEDDING-IS-ON TO TRUE
               COMPUTE WS-SHED-NEEDED =
                       WS-WEIGHTED-ROWS - WS-CAPACITY-ROWS
               MOVE WS-SHED-NEEDED TO WS-ED-WEIGHTED
               MOVE SPACES TO FCST-RECORD
               STRING 'SHEDDING DEFERRABLE WORK - AT LEAST '
                       WS-ED-WEIGHTED ' WEIGHTED ROWS'
                       DELIMITED BY SIZE INTO FCST-RECORD
               WRITE FCST-RECORD
               MOVE 'FCST0024I' TO MSG-ID
               STRING 'PREDICTED ' WS-PREDICT-SECONDS
                       ' SECONDS EXCEEDS THE ' WS-WINDOW-SECONDS
                       ' SECOND WINDOW - SHEDDING DEFERRABLE WORK'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           ELSE
               IF WS-DEFER-COUNT > ZERO
                   MOVE SPACES TO FCST-RECORD
                   STRING 'SHEDDING ALL DEFERRABLE WORK WOULD NOT '
                           'FIT - NOTHING SHED'
                           DELIMITED BY SIZE INTO FCST-RECORD
                   WRITE FCST-RECORD
               END-IF
               MOVE 'FCST0020W' TO MSG-ID
               STRING 'PREDICTED ' WS-PREDICT-SECONDS
                       ' SECONDS EXCEEDS THE ' WS-WINDOW-SECONDS
                       ' SECOND WINDOW - CONSIDER LOOPSPLT'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  BUILD-BATCH-PARA - the second pass: the batch again, in its
      *  sorted order, to the build batch LOOP reads, less whatever
      *  the shedding plan moves to the pending queue. A queue that
      *  will not open cannot take the shed requests, so the whole
      *  batch is built and the over-window verdict stands.
      *----------------------------------------------------------------
       BUILD-BATCH-PARA.
           IF BATCH-IS-PRESENT
               CLOSE TRAN-FILE
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   MOVE 'FCST0010E' TO MSG-ID
                   STRING 'TRANSACTION FILE OPEN FAILED, STATUS='
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   CLOSE FCST-FILE
                   CLOSE BUILD-FILE
                   CLOSE PLIST-FILE
                   STOP RUN
               END-IF
               IF SHEDDING-IS-ON
                   PERFORM OPEN-PENDING-PARA
               END-IF
               PERFORM READ-TRAN-PARA
               PERFORM BUILD-REQUEST-PARA
                       UNTIL WS-TRAN-STATUS NOT = '00'
               IF SHEDDING-IS-ON
                   CLOSE PEND-FILE
                   PERFORM SHED-SUMMARY-PARA
               END-IF
           END-IF.
           MOVE SPACES TO PLIST-RECORD.
           STRING 'DEFERRED=' WS-SHED-COUNT
                   ' BUILT=' WS-BUILD-COUNT
                   DELIMITED BY SIZE INTO PLIST-RECORD.
           WRITE PLIST-RECORD.

       OPEN-PENDING-PARA.
           OPEN EXTEND PEND-FILE.
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'FCST0025W' TO MSG-ID
               STRING 'PENDING QUEUE OPEN FAILED, STATUS='
                       WS-PEND-STATUS ', NOTHING SHED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE SPACES TO FCST-RECORD
               STRING 'PENDING QUEUE NOT AVAILABLE - NOTHING SHED, '
                       'STILL *OVER*'
                       DELIMITED BY SIZE INTO FCST-RECORD
               WRITE FCST-RECORD
               SET SHEDDING-IS-ON TO FALSE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  BUILD-REQUEST-PARA - one request to the build batch, or to
      *  the pending queue. A deferrable request is kept only while
      *  the deferrable requests still to come carry at least the
      *  excess - so the shedding takes the excess off the back of
      *  the batch and no more.
      *----------------------------------------------------------------
       BUILD-REQUEST-PARA.
           IF SHEDDING-IS-ON AND TRAN-PRIORITY-DEFERRABLE
               PERFORM WEIGH-REQUEST-PARA
               ADD WS-REQ-LOAD TO WS-DEFER-PASSED
               IF WS-DEFER-WEIGHTED - WS-DEFER-PASSED
                       < WS-SHED-NEEDED
                   PERFORM SHED-REQUEST-PARA
               ELSE
                   PERFORM KEEP-REQUEST-PARA
               END-IF
           ELSE
               PERFORM KEEP-REQUEST-PARA
           END-IF.
           PERFORM READ-TRAN-PARA.

       KEEP-REQUEST-PARA.
           WRITE BUILD-RECORD FROM TRANSACTION-RECORD.
           ADD 1 TO WS-BUILD-COUNT.

      *----------------------------------------------------------------
      *  SHED-REQUEST-PARA - re-date one deferrable request for the
      *  next business date and queue it, queued as of today with
      *  the deferred-for-window reason, listed in the same shape
      *  PATEDIT's pending listing uses, and recorded PENDING on the
      *  tracker with its new due date. A request the queue will not
      *  take is put back as it was and built tonight after all, and
      *  comes off the shed counts, so nothing is lost.
      *----------------------------------------------------------------
       SHED-REQUEST-PARA.
           ADD 1 TO WS-SHED-COUNT.
           ADD WS-REQ-LOAD TO WS-SHED-WEIGHTED.
           MOVE TRAN-RUN-DATE TO WS-SHED-SAVE-DATE.
           MOVE WS-NEXT-BUS-DATE TO TRAN-RUN-DATE.
           MOVE SPACES TO PENDING-RECORD.
           MOVE TRANSACTION-RECORD TO PND-TRAN-IMAGE.
           MOVE WS-PROC-DATE TO PND-QUEUED-DATE.
           SET PND-DEFERRED-FOR-WINDOW TO TRUE.
           WRITE PENDING-RECORD.
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'FCST0026W' TO MSG-ID
               STRING 'PENDING QUEUE WRITE FAILED, STATUS='
                       WS-PEND-STATUS ', BUILT TONIGHT INSTEAD'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE TRAN-REQUESTER-ID TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
               MOVE WS-SHED-SAVE-DATE TO TRAN-RUN-DATE
               PERFORM KEEP-REQUEST-PARA
               SUBTRACT 1 FROM WS-SHED-COUNT
               SUBTRACT WS-REQ-LOAD FROM WS-SHED-WEIGHTED
           ELSE
               MOVE 'PENDING' TO TEV-STATE
               STRING 'DEFERRED FOR WINDOW TO ' TRAN-RUN-DATE
                       DELIMITED BY SIZE INTO TEV-DETAIL
               MOVE TRAN-RUN-DATE TO TEV-DUE-DATE
               PERFORM TRACK-PARA
               MOVE SPACES TO PLIST-RECORD
               STRING 'DUE=' TRAN-RUN-DATE
                       ' REQ=' TRAN-REQUESTER-ID
                       ' QUEUED=' WS-PROC-DATE
                       ' ' TRANSACTION-RECORD(1:14)
                       ' DEFERRED FOR WINDOW'
                       DELIMITED BY SIZE INTO PLIST-RECORD
               WRITE PLIST-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  SHED-SUMMARY-PARA - what was shed and the prediction for
      *  what is left, which the plan guarantees is inside the
      *  window.
      *----------------------------------------------------------------
       SHED-SUMMARY-PARA.
           COMPUTE WS-PREDICT-SECONDS ROUNDED =
                   (WS-WEIGHTED-ROWS - WS-SHED-WEIGHTED)
                   / WS-ROWS-PER-SEC.
           MOVE WS-SHED-WEIGHTED TO WS-ED-WEIGHTED.
           MOVE SPACES TO FCST-RECORD.
           STRING 'SHED   REQUESTS=' WS-SHED-COUNT
                   ' WEIGHTED=' WS-ED-WEIGHTED
                   ' DUE AGAIN ' WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE INTO FCST-RECORD.
           WRITE FCST-RECORD.
           MOVE SPACES TO FCST-RECORD.
           STRING 'AFTER SHEDDING PREDICTED ' WS-PREDICT-SECONDS
                   ' SECONDS AGAINST WINDOW '
                   WS-WINDOW-SECONDS ' - FITS'
                   DELIMITED BY SIZE INTO FCST-RECORD.
           WRITE FCST-RECORD.
           MOVE 'FCST0027I' TO MSG-ID
           STRING WS-SHED-COUNT
                   ' DEFERRABLE REQUEST(S) MOVED TO THE PENDING QUEUE '
                   'FOR ' WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.

       TERM-PARA.
           CLOSE TRAN-FILE.
           CLOSE FCST-FILE.
           CLOSE BUILD-FILE.
           CLOSE PLIST-FILE.
           CLOSE HIST-FILE.
           IF CATALOG-IS-AVAILABLE
               CLOSE CAT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATFCST' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  TRACK-PARA - hand the state change set up in TEV-STATE/
      *  TEV-DETAIL for the request in TRANSACTION-RECORD to the
      *  tracker writer (PATTRKW, per pattrkp). RETURN-CODE is kept
      *  across the CALL, and the per-event fields are cleared for
      *  the next. CLOSE-TRK-PARA closes the tracker at the end.
      *----------------------------------------------------------------
       TRACK-PARA.
           MOVE TRAN-REQUESTER-ID TO TEV-REQUESTER-ID.
           MOVE TRAN-TRACKING-ID TO TEV-TRACKING-ID.
           MOVE WS-PROC-DATE TO TEV-PROC-DATE.
           MOVE 'PATFCST' TO TEV-PROGRAM.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'W'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO TEV-STATE TEV-DETAIL TEV-RUN-ID
                   TEV-REQUEST-INFO.

       CLOSE-TRK-PARA.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'C'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.

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
