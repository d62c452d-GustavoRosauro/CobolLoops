       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTRKW.
      *****************************************************************
      *  PATTRKW - the request status tracker writer. Every program
      *  that moves a request from one state to the next (PATEDIT,
      *  PATRSB, PATFCST, LOOP, PATBURST, PATBILL) CALLs this once per
      *  state change with the change laid out per pattrkp:
      *    'W' - add the change to the request's history on the
      *          tracker (TRKFILE, per pattrk) as its next event
      *          record, and bring the request's summary record up
      *          to date with it - creating the summary the first
      *          time the request is seen;
      *    'C' - close the tracker at the caller's normal end. A
      *          caller that ends early with STOP RUN needs no 'C':
      *          ending the run unit closes the file.
      *  The tracker is opened I-O on the first call (a never-loaded
      *  cluster is primed the way PATEDIT primes its reject store),
      *  and the business date, for a caller that does not know it,
      *  comes off the patdate control record with the usual wall-
      *  clock fallback. A blank run id becomes this step's own
      *  execution id, formed the way LOOP forms its run ids.
      *  A request with no tracking id (one that entered the system
      *  before the tracker did) is ignored. A change to the same
      *  final state the request already has - a rerun billing or
      *  building it again - is not recorded twice. A request's
      *  history holds 999 events; anything past that is warned and
      *  dropped.
      *  Tracking is best-effort by design, the same as the message
      *  log: a tracker that will not open, or a write that fails,
      *  is one warning on the message log and the step carries on
      *  untracked - the nightly run must never fail for want of
      *  its status history. The caller's RETURN-CODE is the
      *  caller's business; it saves and restores it around the
      *  CALL (see its TRACK-PARA).
      *  The summary now also keeps where the request came from
      *  (TRK-ORIGIN: generated from a standing order or submitted by
      *  the department), set from the caller's TEV-ORIGIN when it
      *  supplies one and otherwise left as first recorded.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRK-FILE ASSIGN TO TRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRK-KEY
               FILE STATUS IS WS-TRK-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRK-FILE.
           COPY pattrk.

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-TRK-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-OPENED-FLAG PIC X VALUE 'N'.
               88  WRITER-IS-OPEN           VALUE 'Y' FALSE 'N'.
           01 WS-TRK-AVAIL-FLAG PIC X VALUE 'N'.
               88  TRACKER-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.
           01 WS-NEW-SUMMARY-FLAG PIC X VALUE 'N'.
               88  SUMMARY-IS-NEW           VALUE 'Y' FALSE 'N'.
           01 WS-SKIP-FLAG PIC X VALUE 'N'.
               88  EVENT-IS-SKIPPED         VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-STEP-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-NEXT-EVENT-SEQ PIC 9(3) VALUE ZERO.
           01 WS-SUMMARY-SAVE PIC X(150) VALUE SPACES.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       LINKAGE SECTION.
       01  TRK-REQUEST-CODE                PIC X(1).
           88  TRK-CLOSE-REQUESTED         VALUE 'C'.
           COPY pattrkp.

       PROCEDURE DIVISION USING TRK-REQUEST-CODE TRACK-EVENT.
           IF TRK-CLOSE-REQUESTED
               IF WRITER-IS-OPEN
                   PERFORM CLOSE-TRK-PARA
               END-IF
           ELSE
               IF NOT WRITER-IS-OPEN
                   PERFORM OPEN-TRK-PARA
               END-IF
               IF TRACKER-IS-AVAILABLE AND TEV-TRACKING-ID NOT = SPACES
                   PERFORM WRITE-EVENT-PARA
               END-IF
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      *  OPEN-TRK-PARA - first call: the business date, this step's
      *  run id, and the tracker, opened I-O (status 35, a cluster
      *  defined but never loaded, is primed with an empty OUTPUT
      *  open first).
      *----------------------------------------------------------------
       OPEN-TRK-PARA.
           SET WRITER-IS-OPEN TO TRUE.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM GET-PROC-DATE-PARA.
           STRING WS-PROC-DATE(3:2) WS-PROC-DATE(5:2)
                   WS-PROC-DATE(7:2) WS-CURRENT-TIMESTAMP(9:2)
                   DELIMITED BY SIZE INTO WS-STEP-RUN-ID.
           OPEN I-O TRK-FILE.
           IF WS-TRK-STATUS = '35'
               OPEN OUTPUT TRK-FILE
               IF WS-TRK-STATUS = '00'
                   CLOSE TRK-FILE
                   OPEN I-O TRK-FILE
               END-IF
           END-IF.
           IF WS-TRK-STATUS = '00' OR WS-TRK-STATUS = '05'
               SET TRACKER-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'TRKW0010W' TO MSG-ID
               STRING 'REQUEST TRACKER NOT AVAILABLE, STATUS='
                       WS-TRK-STATUS ', STATUS HISTORY NOT RECORDED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET TRACKER-IS-AVAILABLE TO FALSE
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business date for callers that do
      *  not carry one, per patdate, silently falling back to the
      *  wall clock (the caller has its own date warnings if the
      *  date matters to its work).
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
      *  WRITE-EVENT-PARA - fetch (or start) the request's summary,
      *  add the event record behind its last event, then put the
      *  summary back carrying the new state. The summary is held
      *  aside while the event record is built in the same record
      *  area.
      *----------------------------------------------------------------
       WRITE-EVENT-PARA.
           IF TEV-PROC-DATE = SPACES
               MOVE WS-PROC-DATE TO TEV-PROC-DATE
           END-IF.
           IF TEV-RUN-ID = SPACES
               MOVE WS-STEP-RUN-ID TO TEV-RUN-ID
           END-IF.
           SET EVENT-IS-SKIPPED TO FALSE.
           PERFORM READ-SUMMARY-PARA.
           IF NOT EVENT-IS-SKIPPED
               PERFORM WRITE-DETAIL-PARA
           END-IF.
           IF NOT EVENT-IS-SKIPPED
               PERFORM PUT-SUMMARY-PARA
           END-IF.

       READ-SUMMARY-PARA.
           MOVE TEV-REQUESTER-ID TO TRK-REQUESTER-ID.
           MOVE TEV-TRACKING-ID TO TRK-TRACKING-ID.
           MOVE ZERO TO TRK-EVENT-SEQ.
           SET SUMMARY-IS-NEW TO FALSE.
           READ TRK-FILE
               INVALID KEY
                   SET SUMMARY-IS-NEW TO TRUE
           END-READ.
           IF SUMMARY-IS-NEW
               MOVE SPACES TO TRACKING-RECORD
               MOVE TEV-REQUESTER-ID TO TRK-REQUESTER-ID
               MOVE TEV-TRACKING-ID TO TRK-TRACKING-ID
               MOVE ZERO TO TRK-EVENT-SEQ
               MOVE ZERO TO TRK-LAST-EVENT-SEQ
           ELSE
               IF WS-TRK-STATUS NOT = '00'
                   PERFORM TRK-FAILED-PARA
               ELSE
                   IF TRK-STATE = TEV-STATE AND TRK-STATE-FINAL
                       SET EVENT-IS-SKIPPED TO TRUE
                   END-IF
                   IF TRK-LAST-EVENT-SEQ NOT < 999
                           AND NOT EVENT-IS-SKIPPED
                       MOVE 'TRKW0012W' TO MSG-ID
                       STRING 'REQUEST ' TEV-TRACKING-ID
                               ' HISTORY FULL, ' TEV-STATE
                               ' EVENT NOT RECORDED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       MOVE TEV-REQUESTER-ID TO MSG-REQUESTER-ID
                       PERFORM LOG-MSG-PARA
                       SET EVENT-IS-SKIPPED TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE TRACKING-RECORD TO WS-SUMMARY-SAVE.

       WRITE-DETAIL-PARA.
           COMPUTE WS-NEXT-EVENT-SEQ = TRK-LAST-EVENT-SEQ + 1.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO TRACKING-RECORD.
           MOVE TEV-REQUESTER-ID TO TRK-REQUESTER-ID.
           MOVE TEV-TRACKING-ID TO TRK-TRACKING-ID.
           MOVE WS-NEXT-EVENT-SEQ TO TRK-EVENT-SEQ.
           PERFORM STAMP-EVENT-PARA.
           MOVE ZERO TO TRK-LAST-EVENT-SEQ.
           WRITE TRACKING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TRK-STATUS NOT = '00'
               PERFORM TRK-FAILED-PARA
           END-IF.

      *----------------------------------------------------------------
      *  PUT-SUMMARY-PARA - the held summary back, now carrying the
      *  event just written as its current state; request fields the
      *  caller handed over refresh the copy of the request kept
      *  there (a re-dated request moves only its due date).
      *----------------------------------------------------------------
       PUT-SUMMARY-PARA.
           MOVE WS-SUMMARY-SAVE TO TRACKING-RECORD.
           PERFORM STAMP-EVENT-PARA.
           MOVE WS-NEXT-EVENT-SEQ TO TRK-LAST-EVENT-SEQ.
           IF TEV-DUE-DATE NOT = SPACES
               MOVE TEV-DUE-DATE TO TRK-DUE-DATE
           END-IF.
           IF TEV-FILL-CHAR NOT = SPACE OR TEV-ROW-COUNT NOT = SPACES
                   OR TEV-PATTERN-NAME NOT = SPACES
               MOVE TEV-FILL-CHAR TO TRK-FILL-CHAR
               MOVE TEV-ROW-COUNT TO TRK-ROW-COUNT
               MOVE TEV-PATTERN-TYPE TO TRK-PATTERN-TYPE
               MOVE TEV-PATTERN-NAME TO TRK-PATTERN-NAME
               MOVE TEV-PRIORITY TO TRK-PRIORITY
           END-IF.
           IF TEV-ORIGIN NOT = SPACE
               MOVE TEV-ORIGIN TO TRK-ORIGIN
           END-IF.
           IF SUMMARY-IS-NEW
               WRITE TRACKING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE TRACKING-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-TRK-STATUS NOT = '00'
               PERFORM TRK-FAILED-PARA
           END-IF.

       STAMP-EVENT-PARA.
           MOVE TEV-STATE TO TRK-STATE.
           MOVE TEV-PROC-DATE TO TRK-EVENT-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO TRK-EVENT-TIMESTAMP.
           MOVE TEV-RUN-ID TO TRK-RUN-ID.
           MOVE TEV-PROGRAM TO TRK-PROGRAM.
           MOVE TEV-DETAIL TO TRK-DETAIL.

      *----------------------------------------------------------------
      *  TRK-FAILED-PARA - a tracker I/O that did not work: warned
      *  once, and tracking stops for the rest of the step rather
      *  than leaving a trail of half-written histories.
      *----------------------------------------------------------------
       TRK-FAILED-PARA.
           MOVE 'TRKW0011W' TO MSG-ID.
           STRING 'REQUEST TRACKER I/O FAILED, STATUS=' WS-TRK-STATUS
                   ' ON ' TEV-TRACKING-ID
                   ', TRACKING STOPPED FOR THIS STEP'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           MOVE TEV-REQUESTER-ID TO MSG-REQUESTER-ID.
           PERFORM LOG-MSG-PARA.
           SET EVENT-IS-SKIPPED TO TRUE.
           SET TRACKER-IS-AVAILABLE TO FALSE.
           CLOSE TRK-FILE.

       CLOSE-TRK-PARA.
           IF TRACKER-IS-AVAILABLE
               CLOSE TRK-FILE
               SET TRACKER-IS-AVAILABLE TO FALSE
           END-IF.
           SET WRITER-IS-OPEN TO FALSE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - the writer's own warnings go to the shared
      *  message log like everyone else's.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATTRKW' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.
