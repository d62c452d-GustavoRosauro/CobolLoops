      *  and PARM='OVERRIDE' is the operator's way past a lock left
      *  by an abend too hard to clean up. The lock clears at
      *  close-out, normal end and handled abend alike.
      *  A transaction request's section header now ends with its
      *  pattern type (TYPE=x), after the requester and the resumed
      *  marker, so the geometry verification step (PATGEOM) can
      *  rebuild every row's expected column range from the report
      *  itself; the fields other steps read at fixed offsets are
      *  unmoved.
      *  The extract record now ends with two more fields, the
      *  pattern type and the catalog pattern name (empty for an
      *  inline request), so PATEDIT can recognize a request that
      *  was already built in the last few business days; the
      *  existing fields keep their order.
      *  The transaction record is now 50 bytes (pattran gained the
      *  priority class and reserved space), and in the nightly job
      *  TRANFILE is the build batch PATFCST writes after PATSORT has
      *  put the edited batch in priority order - urgent requests
      *  build first. Nothing here reads the class; the order of the
      *  file is the whole of it.
      *  Every row built now also goes to the pattern image file
      *  (IMGFILE, per patimg): one detail record per A-PARA pass
      *  with the run id, processing date, request sequence,
      *  requester, row number, fill column range and the row text,
      *  bracketed by a header written at open and a trailer with
      *  the execution's row and record counts written at close-out
      *  (handled abends included). A checkpointed restart opens it
      *  EXTEND, the same as the extract, so the resumed execution
      *  adds its own header..trailer bracket after the prior
      *  attempt's.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, the run id, and the sequence and
      *  requester of the request in hand; warnings and errors also go
      *  to the monitoring alert feed (ALERTOUT). PATDIGST prints the
      *  morning exceptions digest from the log. The TEXTO capacity the
      *  validation messages quote is held in WS-TEXTO-CAPACITY for the
      *  message text.
      *  Each request's tracking id (TRAN-TRACKING-ID, assigned by
      *  PATEDIT) is now carried through the build: the section header
      *  gains a TRK= field after TYPE= (so PATBURST can record which
      *  department file the request went to), the audit record gains
      *  AUD-TRACKING-ID (so PATBILL can record the request billed),
      *  and the request's outcome here goes to the request status
      *  tracker (TRKFILE, per pattrk, through PATTRKW) under this
      *  run's id - BUILT, or SKIPPED with the LOOP0035W, LOOP0025W or
      *  LOOP0022W message that skipped it. A request completed by an
      *  earlier execution before a restart is not recorded again. A
      *  request with no tracking id (single mode, or a batch that did
      *  not come through PATEDIT) is not tracked and its header has
      *  no TRK= field. Tracking is best-effort, as in PATEDIT.
      *  A request PATSTGN generated from a standing order (TRAN-ORIGIN
      *  'S', per pattran) is built like any other; its section header
      *  says so with STANDING after the TRK= field, so the report and
      *  the department files it is burst to tell it from a keyed one.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT IMG-FILE ASSIGN TO IMGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       FD  EXT-FILE.
       01  EXT-RECORD                      PIC X(80).

       FD  IMG-FILE.
           COPY patimg.

       FD  HIST-FILE.
           COPY pathist.


           01 WS-REQUESTER-ID PIC X(8) VALUE SPACES.
           01 WS-PATTERN-NAME PIC X(8) VALUE SPACES.
           01 WS-TRACKING-ID PIC X(12) VALUE SPACES.
           01 WS-ORIGIN PIC X(1) VALUE SPACE.
               88  REQUEST-FROM-STANDING-ORDER VALUE 'S'.
           01 WS-HDR-PTR PIC 9(3) VALUE ZERO.
           01 WS-TRK-SAVE-RC PIC S9(4) VALUE ZERO.

           01 WS-EXT-STATUS PIC XX VALUE '00'.
           01 WS-EXT-OUTCOME PIC X(8) VALUE SPACES.

           01 WS-IMG-STATUS PIC XX VALUE '00'.
           01 WS-IMG-RECORD-COUNT PIC 9(7) VALUE ZERO.

           01 WS-HIST-STATUS PIC XX VALUE '00'.
           01 WS-RUN-START-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-RUN-ROW-TOTAL PIC 9(7) VALUE ZERO.
           01 WS-COL-END PIC 9(4) VALUE ZERO.
           01 WS-BLANKED-COUNT PIC 9(4) VALUE ZERO.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-TEXTO-CAPACITY PIC 9(4) VALUE ZERO.
           COPY patmsg.
           COPY pattrkp.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN                    PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(8).

       PROCEDURE DIVISION USING PARM-AREA.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE TRACK-EVENT.
           MOVE LENGTH OF TEXTO TO WS-TEXTO-CAPACITY.
           PERFORM PARM-PARA.
           PERFORM OPEN-TRAN-PARA.
           PERFORM INIT-PARA.
               PERFORM A-PARA WITH TEST AFTER UNTIL LOOP = 0
           END-IF.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
               IF PARM-LEN = 8 AND PARM-DATA = 'OVERRIDE'
                   SET OPERATOR-OVERRIDE TO TRUE
               ELSE
                   MOVE 'LOOP0039E' TO MSG-ID
                   STRING 'UNRECOGNIZED PARM, ONLY OVERRIDE IS '
                           'ACCEPTED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE 'LOOP0011W' TO MSG-ID
                       STRING 'CONTROL FILE EMPTY, USING DEFAULT'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-CTL-STATUS = '00'
                   MOVE CTL-FILL-CHAR TO WS-FILL-CHAR
               CLOSE CTL-FILE
           ELSE
               IF TRANSACTION-MODE
                   MOVE 'LOOP0016W' TO MSG-ID
                   STRING 'CONTROL FILE NOT AVAILABLE, STATUS='
                           WS-CTL-STATUS ', IGNORED IN TRANSACTION MODE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               ELSE
                   MOVE 'LOOP0010E' TO MSG-ID
                   STRING 'CONTROL FILE OPEN FAILED, STATUS='
                           WS-CTL-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   CLOSE TRAN-FILE
                   STOP RUN
               OPEN OUTPUT RPT-FILE
           END-IF.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'LOOP0012E' TO MSG-ID
               STRING 'REPORT FILE OPEN FAILED, STATUS=' WS-RPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
      *        nothing shared was opened, so the lock written above
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'LOOP0013E' TO MSG-ID
               STRING 'AUDIT FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE TRAN-FILE
               OPEN OUTPUT EXT-FILE
           END-IF.
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'LOOP0026E' TO MSG-ID
               STRING 'EXTRACT FILE OPEN FAILED, STATUS=' WS-EXT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.

      *    The image file follows the extract's restart rule: a
      *    checkpointed restart appends its own header..trailer
      *    bracket after the abended attempt's rows.
           IF CKPT-WAS-FOUND
               OPEN EXTEND IMG-FILE
           ELSE
               OPEN OUTPUT IMG-FILE
           END-IF.
           IF WS-IMG-STATUS NOT = '00'
               MOVE 'LOOP0043E' TO MSG-ID
               STRING 'IMAGE FILE OPEN FAILED, STATUS=' WS-IMG-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               CLOSE EXT-FILE
               CLOSE TRAN-FILE
               PERFORM CLEAR-LOCK-PARA
               STOP RUN
           END-IF.
           PERFORM WRITE-IMAGE-HDR-PARA.

      *    Only transaction-mode requests can name a catalog pattern,
      *    so the catalog is only opened in that mode. CAT-FILE is
      *    OPTIONAL, and an unopenable catalog is not fatal either -
               IF WS-CAT-STATUS = '00' OR WS-CAT-STATUS = '05'
                   SET CATALOG-IS-AVAILABLE TO TRUE
               ELSE
                   MOVE 'LOOP0015W' TO MSG-ID
                   STRING 'CATALOG FILE NOT AVAILABLE, STATUS='
                           WS-CAT-STATUS
                           ', NAMED REQUESTS WILL BE SKIPPED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   SET CATALOG-IS-AVAILABLE TO FALSE
               END-IF
           END-IF.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'LOOP0033W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'LOOP0033W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'LOOP0033W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE 'LOOP0034I' TO MSG-ID
           STRING 'PROCESSING DATE ' WS-PROC-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  CHECK-LOCK-PARA - the last record on the run-control file
               CLOSE LOCK-FILE
               MOVE '00' TO WS-LOCK-STATUS
           ELSE
               MOVE 'LOOP0041W' TO MSG-ID
               STRING 'RUN LOCK FILE NOT AVAILABLE, STATUS='
                       WS-LOCK-STATUS ', RUN-IN-PROGRESS PROTECTION OFF'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE '00' TO WS-LOCK-STATUS
           END-IF.
           IF PRIOR-LOCK-ACTIVE
               EVALUATE TRUE
                   WHEN CKPT-WAS-FOUND
                       MOVE 'LOOP0037I' TO MSG-ID
                       STRING 'ACTIVE LOCK FROM RUN ' WS-PRIOR-RUN-ID
                               ' BELONGS TO THE CHECKPOINTED ATTEMPT '
                               'BEING RESUMED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   WHEN OPERATOR-OVERRIDE
                       MOVE 'LOOP0038W' TO MSG-ID
                       STRING 'OPERATOR OVERRIDE OF ACTIVE LOCK FROM '
                               'RUN ' WS-PRIOR-RUN-ID ' ACCEPTED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   WHEN OTHER
                       MOVE 'LOOP0036E' TO MSG-ID
                       STRING 'RUN IN PROGRESS - RUN ' WS-PRIOR-RUN-ID
                               ' STARTED ' WS-PRIOR-START(1:14)
                               ' HOLDS THE LOCK; IF IT ABENDED, '
                               'RESUBMIT WITH PARM=OVERRIDE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 12 TO RETURN-CODE
                       CLOSE TRAN-FILE
                       STOP RUN
               CLOSE LOCK-FILE
               SET LOCK-IS-HELD TO TRUE
           ELSE
               MOVE 'LOOP0041W' TO MSG-ID
               STRING 'RUN LOCK FILE NOT AVAILABLE, STATUS='
                       WS-LOCK-STATUS ', RUN-IN-PROGRESS PROTECTION OFF'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.
           MOVE '00' TO WS-LOCK-STATUS.

                   WRITE RUN-LOCK-RECORD
                   CLOSE LOCK-FILE
               ELSE
                   MOVE 'LOOP0042W' TO MSG-ID
                   STRING 'RUN LOCK NOT CLEARED, STATUS=' WS-LOCK-STATUS
                           ', NEXT RUN NEEDS PARM=OVERRIDE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
               MOVE '00' TO WS-LOCK-STATUS
               SET LOCK-IS-HELD TO FALSE
               END-PERFORM
               CLOSE CKPT-FILE
           ELSE
               MOVE 'LOOP0032E' TO MSG-ID
               STRING 'CHECKPOINT FILE OPEN FAILED, STATUS='
                       WS-CKPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               STOP RUN
           END-IF.
           IF CKPT-WAS-FOUND
               MOVE 'LOOP0030I' TO MSG-ID
               STRING 'RESTART CHECKPOINT, RESUMING AT LOOP='
                       WS-RESUME-LOOP
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

      *----------------------------------------------------------------
               PERFORM READ-TRAN-PARA
           ELSE
               IF WS-TRAN-STATUS NOT = '05'
                   MOVE 'LOOP0017E' TO MSG-ID
                   STRING 'TRANSACTION FILE OPEN FAILED, STATUS='
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
       OPEN-CKPT-OUTPUT-PARA.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               MOVE 'LOOP0018E' TO MSG-ID
               STRING 'CHECKPOINT FILE OPEN FAILED, STATUS='
                       WS-CKPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-CLEANUP-PARA
               STOP RUN
           IF CKPT-WAS-FOUND
               IF (TRANSACTION-MODE AND WS-RESUME-MODE NOT = 'T')
                  OR (NOT TRANSACTION-MODE AND WS-RESUME-MODE NOT = 'S')
                   MOVE 'LOOP0031W' TO MSG-ID
                   STRING 'CHECKPOINT WAS WRITTEN BY A DIFFERENT RUN '
                           'MODE, IGNORING RESUME POINT'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   SET CKPT-WAS-FOUND TO FALSE
                   MOVE ZERO TO WS-RESUME-SEQ WS-RESUME-LOOP
                           WS-RESUME-LOOP2 WS-RESUME-COMPLETED
           ADD 1 TO WS-REQUEST-SEQ.
           MOVE TRAN-REQUESTER-ID TO WS-REQUESTER-ID.
           MOVE TRAN-PATTERN-NAME TO WS-PATTERN-NAME.
           MOVE TRAN-TRACKING-ID TO WS-TRACKING-ID.
           MOVE TRAN-ORIGIN TO WS-ORIGIN.
           SET CATALOG-ENTRY-FOUND TO TRUE.
           IF TRAN-PATTERN-NAME NOT = SPACES
               PERFORM LOOKUP-CATALOG-PARA
                   WHEN TRAN-RUN-DATE NOT = SPACES AND
                           TRAN-RUN-DATE NUMERIC AND
                           TRAN-RUN-DATE > WS-PROC-DATE
                       MOVE 'LOOP0035W' TO MSG-ID
                       STRING 'REQUEST ' WS-REQUEST-SEQ
                               ' SKIPPED, NOT DUE UNTIL ' TRAN-RUN-DATE
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
                       MOVE 'SKIPPED' TO TEV-STATE
                       STRING 'LOOP0035W NOT DUE UNTIL ' TRAN-RUN-DATE
                               DELIMITED BY SIZE INTO TEV-DETAIL
                       PERFORM TRACK-PARA
                   WHEN NOT CATALOG-ENTRY-FOUND
                       MOVE 'LOOP0025W' TO MSG-ID
                       STRING 'REQUEST ' WS-REQUEST-SEQ
                               ' SKIPPED, PATTERN NAME '
                               TRAN-PATTERN-NAME ' NOT IN CATALOG'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
                       MOVE 'SKIPPED' TO TEV-STATE
                       STRING 'LOOP0025W ' TRAN-PATTERN-NAME
                               ' NOT IN CATALOG'
                               DELIMITED BY SIZE INTO TEV-DETAIL
                       PERFORM TRACK-PARA
                   WHEN OTHER
                       MOVE LOOP TO WS-ROW-COUNT
                       IF WS-REQUEST-SEQ = WS-RESUME-SEQ AND
                           PERFORM WRITE-SECTION-FTR-PARA
                           PERFORM WRITE-EXTRACT-PARA
                           ADD 1 TO WS-COMPLETED-COUNT
                           MOVE 'BUILT' TO TEV-STATE
                           STRING 'REQUEST ' WS-REQUEST-SEQ
                                   ' ROWS=' WS-ROW-COUNT
                                   ' TYPE=' WS-PATTERN-TYPE
                                   DELIMITED BY SIZE INTO TEV-DETAIL
                           PERFORM TRACK-PARA
                       ELSE
                           MOVE 'LOOP0022W' TO MSG-ID
                           STRING 'REQUEST ' WS-REQUEST-SEQ
                                   ' SKIPPED, FAILED VALIDATION (SEE '
                                   'PRECEDING MESSAGE)'
                                   DELIMITED BY SIZE INTO MSG-TEXT
                           PERFORM LOG-MSG-PARA
                           MOVE 4 TO RETURN-CODE
                           MOVE 'SKIPPED' TO TEV-STATE
                           STRING 'LOOP0022W FAILED VALIDATION'
                                   DELIMITED BY SIZE INTO TEV-DETAIL
                           PERFORM TRACK-PARA
                       END-IF
               END-EVALUATE
           END-IF.
      *  each transaction request's rows with its own report section.
      *  The header reports the request's original row count (not the
      *  partial count left over from a restart); a resumed request is
      *  marked so the section is not mistaken for a full one. The
      *  pattern type goes last, after everything PATBURST and
      *  PATMERGE read at fixed offsets, so PATGEOM can rebuild each
      *  row's expected columns from the header alone. The tracking
      *  id, when the request has one, goes after the type for the
      *  same reason.
      *----------------------------------------------------------------
       WRITE-SECTION-HDR-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
               STRING 'REQUEST ' WS-REQUEST-SEQ ' FILL=' WS-FILL-CHAR
                       ' ROWS=' WS-ROW-COUNT
                       ' REQ=' WS-REQUESTER-ID ' (RESUMED)'
                       ' TYPE=' WS-PATTERN-TYPE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING 'REQUEST ' WS-REQUEST-SEQ ' FILL=' WS-FILL-CHAR
                       ' ROWS=' WS-ROW-COUNT
                       ' REQ=' WS-REQUESTER-ID
                       ' TYPE=' WS-PATTERN-TYPE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           IF WS-TRACKING-ID NOT = SPACES
               IF REQUEST-WAS-RESUMED
                   MOVE 60 TO WS-HDR-PTR
               ELSE
                   MOVE 50 TO WS-HDR-PTR
               END-IF
               STRING ' TRK=' WS-TRACKING-ID
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WITH POINTER WS-HDR-PTR
               IF REQUEST-FROM-STANDING-ORDER
                   STRING ' STANDING'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                           WITH POINTER WS-HDR-PTR
               END-IF
           END-IF.
           PERFORM PRINT-LINE-PARA.

       WRITE-SECTION-FTR-PARA.
      *  width. A request resumed across restarts extracts its
      *  original full row count - the earlier run's rows are part of
      *  this request's output, and its own extract record was never
      *  written because the request had not completed. The pattern
      *  type and the catalog name (empty for an inline request) go
      *  last, after the fields the balancing and retention passes
      *  read, so PATEDIT's duplicate check can tell one recent
      *  request from another.
      *----------------------------------------------------------------
       WRITE-EXTRACT-PARA.
           IF REQUEST-HAD-MISMATCH
                   WS-ROW-COUNT ';' WS-ROW-COUNT ';'
                   DELIMITED BY SIZE
                   WS-EXT-OUTCOME DELIMITED BY SPACE
                   ';' WS-PATTERN-TYPE ';' DELIMITED BY SIZE
                   WS-PATTERN-NAME DELIMITED BY SPACE
                   INTO EXT-RECORD.
           WRITE EXT-RECORD.

       VALIDATE-PARA.
           SET REQUEST-IS-VALID TO TRUE.
           IF LOOP = 0
               MOVE 'LOOP0021E' TO MSG-ID
               STRING 'ROW COUNT IS ZERO'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET REQUEST-IS-VALID TO FALSE
           ELSE
               IF LOOP > LENGTH OF TEXTO
                   MOVE 'LOOP0020E' TO MSG-ID
                   STRING 'ROW COUNT ' LOOP
                           ' EXCEEDS TEXTO CAPACITY OF '
                           WS-TEXTO-CAPACITY
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   SET REQUEST-IS-VALID TO FALSE
               END-IF
           END-IF.
           IF NOT PATTERN-TYPE-KNOWN
               MOVE 'LOOP0023E' TO MSG-ID
               STRING 'UNKNOWN PATTERN TYPE ' WS-PATTERN-TYPE
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET REQUEST-IS-VALID TO FALSE
           END-IF.
           IF REQUEST-IS-VALID AND PATTERN-PYRAMID
               IF (2 * WS-ROW-COUNT) - 1 > LENGTH OF TEXTO
                   MOVE 'LOOP0024E' TO MSG-ID
                   STRING 'PYRAMID OF ' WS-ROW-COUNT
                           ' ROWS NEEDS A WIDTH THAT EXCEEDS TEXTO '
                           'CAPACITY OF ' WS-TEXTO-CAPACITY
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   SET REQUEST-IS-VALID TO FALSE
               END-IF
           END-IF.
           CLOSE RPT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXT-FILE.
           PERFORM WRITE-IMAGE-TRL-PARA.
           CLOSE IMG-FILE.
           IF CKPT-OPEN-FOR-OUTPUT
               CLOSE CKPT-FILE
           END-IF.
           MOVE TEXTO TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           PERFORM WRITE-AUDIT-PARA.
           PERFORM WRITE-IMAGE-PARA.
           ADD 1 TO WS-RUN-ROW-TOTAL.
       SUBTRACT 1 FROM LOOP.

           INSPECT TEXTO(1:WS-COL-END) TALLYING WS-ACTUAL-COUNT
                   FOR ALL WS-FILL-CHAR.
           IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
               MOVE 'LOOP0040W' TO MSG-ID
               STRING 'RECONCILE MISMATCH, EXPECTED=' WS-EXPECTED-COUNT
                       ' ACTUAL=' WS-ACTUAL-COUNT
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
               SET RECONCILE-MISMATCH TO TRUE
               SET REQUEST-HAD-MISMATCH TO TRUE
           MOVE WS-PROC-DATE TO AUD-PROC-DATE.
           MOVE WS-PATTERN-TYPE TO AUD-PATTERN-TYPE.
           MOVE WS-PATTERN-NAME TO AUD-PATTERN-NAME.
           MOVE WS-TRACKING-ID TO AUD-TRACKING-ID.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      *  WRITE-IMAGE-HDR-PARA / WRITE-IMAGE-PARA / WRITE-IMAGE-TRL-
      *  PARA - the pattern image file (patimg): this execution's
      *  header as the file opens, one detail per row built (the row
      *  exactly as it went to the report, with the geometry
      *  SET-ROW-GEOMETRY-PARA gave it), and the trailer at close-
      *  out. WS-RUN-ROW-TOTAL is this execution's row count, the
      *  same figure the run history carries, so the trailer's row
      *  count ties to the history as well as to the details; the
      *  record count covers header and trailer too.
      *----------------------------------------------------------------
       WRITE-IMAGE-HDR-PARA.
           MOVE SPACES TO IMAGE-RECORD.
           SET IMG-IS-HEADER TO TRUE.
           MOVE WS-RUN-ID TO IMG-RUN-ID.
           MOVE WS-PROC-DATE TO IMG-PROC-DATE.
           MOVE WS-RUN-START-TIMESTAMP(1:14)
                   TO IMG-HDR-START-TIMESTAMP.
           MOVE WS-MODE TO IMG-HDR-MODE.
           IF CKPT-WAS-FOUND
               SET IMG-HDR-RESUMED TO TRUE
           ELSE
               SET IMG-HDR-RESUMED TO FALSE
           END-IF.
           WRITE IMAGE-RECORD.
           ADD 1 TO WS-IMG-RECORD-COUNT.

       WRITE-IMAGE-PARA.
           MOVE SPACES TO IMAGE-RECORD.
           SET IMG-IS-DETAIL TO TRUE.
           MOVE WS-RUN-ID TO IMG-RUN-ID.
           MOVE WS-PROC-DATE TO IMG-PROC-DATE.
           MOVE WS-REQUEST-SEQ TO IMG-REQUEST-SEQ.
           MOVE WS-REQUESTER-ID TO IMG-REQUESTER-ID.
           MOVE WS-ROW-NUM TO IMG-ROW-NUM.
           MOVE WS-COL-START TO IMG-COL-START.
           MOVE WS-COL-END TO IMG-COL-END.
           MOVE TEXTO TO IMG-ROW-TEXT.
           WRITE IMAGE-RECORD.
           ADD 1 TO WS-IMG-RECORD-COUNT.

       WRITE-IMAGE-TRL-PARA.
           ADD 1 TO WS-IMG-RECORD-COUNT.
           MOVE SPACES TO IMAGE-RECORD.
           SET IMG-IS-TRAILER TO TRUE.
           MOVE WS-RUN-ID TO IMG-RUN-ID.
           MOVE WS-PROC-DATE TO IMG-PROC-DATE.
           MOVE WS-RUN-ROW-TOTAL TO IMG-TRL-ROW-COUNT.
           MOVE WS-IMG-RECORD-COUNT TO IMG-TRL-RECORD-COUNT.
           WRITE IMAGE-RECORD.

      *----------------------------------------------------------------
      *  WRITE-CKPT-PARA - record how far the run has gotten so a
      *  restart can resume instead of rerunning completed rows.
           CLOSE CKPT-FILE.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               MOVE 'LOOP0019E' TO MSG-ID
               STRING 'CHECKPOINT FILE RE-OPEN FAILED, STATUS='
                       WS-CKPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE CKPT-FILE
           CLOSE RPT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXT-FILE.
           PERFORM WRITE-IMAGE-TRL-PARA.
           CLOSE IMG-FILE.
           CLOSE TRAN-FILE.
           IF CATALOG-IS-AVAILABLE
               CLOSE CAT-FILE
       WRITE-HISTORY-PARA.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               MOVE 'LOOP0027W' TO MSG-ID
               STRING 'HISTORY FILE NOT AVAILABLE, STATUS='
                       WS-HIST-STATUS ', RUN HISTORY NOT RECORDED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           ELSE
               MOVE WS-RUN-ID TO HIST-RUN-ID
               MOVE WS-MODE TO HIST-MODE
               WRITE HISTORY-RECORD
               CLOSE HIST-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'LOOP' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE WS-RUN-ID TO MSG-RUN-ID.
           MOVE WS-REQUEST-SEQ TO MSG-REQUEST-SEQ.
           MOVE WS-REQUESTER-ID TO MSG-REQUESTER-ID.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  TRACK-PARA - hand the outcome set up in TEV-STATE/TEV-DETAIL
      *  for the request in hand to the request status tracker
      *  writer (PATTRKW, per pattrkp), under this run's id. An
      *  untracked request is passed over. RETURN-CODE is kept
      *  across the CALL, and the per-event fields are cleared for
      *  the next. CLOSE-TRK-PARA closes the tracker at the end.
      *----------------------------------------------------------------
       TRACK-PARA.
           IF WS-TRACKING-ID NOT = SPACES
               MOVE WS-REQUESTER-ID TO TEV-REQUESTER-ID
               MOVE WS-TRACKING-ID TO TEV-TRACKING-ID
               MOVE WS-PROC-DATE TO TEV-PROC-DATE
               MOVE WS-RUN-ID TO TEV-RUN-ID
               MOVE 'LOOP' TO TEV-PROGRAM
               MOVE RETURN-CODE TO WS-TRK-SAVE-RC
               CALL 'PATTRKW' USING BY CONTENT 'W'
                       BY REFERENCE TRACK-EVENT
               MOVE WS-TRK-SAVE-RC TO RETURN-CODE
           END-IF.
           MOVE SPACES TO TEV-STATE TEV-DETAIL TEV-RUN-ID
                   TEV-REQUEST-INFO.

       CLOSE-TRK-PARA.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'C'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.

       CLOSE-MSG-PARA.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'C'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
