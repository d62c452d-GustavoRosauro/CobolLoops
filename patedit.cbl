      *  rejects. Corrected records PATRSB released (RESUBIN) are
      *  swept into the batch ahead of the raw input, through the
      *  same date check and edit set as everything else.
      *  Every due request's requester is now checked against the
      *  department master (DEPTFILE, per patdptr): an id that is
      *  not on the master, or is on it but marked inactive, is
      *  rejected E009 after the pattern edits pass, so a mis-keyed
      *  department is caught here instead of surfacing as its own
      *  line in the chargeback and the billing file. A master that
      *  will not open skips the check (warned), the same grace the
      *  catalog name check gets.
      *  A due request that passes every edit is then checked for
      *  being a duplicate - the same requester, fill character, row
      *  count, pattern type and pattern name (a named request is
      *  compared on its catalog entry's values) - of either a
      *  request already passed earlier in this edit, whichever of
      *  the three ways in it came by (released from the pending
      *  queue, swept in from RESUBIN, or the raw batch, checked in
      *  that order), or a request the extract (EXTFILE) shows was
      *  built in the last N business days before the processing
      *  date (DUPDAYS, default 5; zero turns the look-back off). A
      *  duplicate is rejected E010, the usual reject path, and
      *  DUPLIST shows which earlier edit sequence, or which run id
      *  and request sequence, it matched. The processing date's own
      *  extract records are not looked at, so a same-night rerun
      *  of the edit does not flag its own batch. A department that
      *  does want the same request twice gets a DUPOVRD card: the
      *  request image as submitted in columns 1-30 and the business
      *  date it applies to in 31-38; every duplicate matching the
      *  card that night passes, flagged on DUPLIST. A card for any
      *  other date is listed and ignored, so a deck left in the
      *  job cannot wave duplicates through on later nights. An
      *  extract that will not open skips the look-back (warned);
      *  extract records written before the extract carried the
      *  pattern type cannot be compared and are passed over.
      *  Requests now carry a priority class (TRAN-PRIORITY, per
      *  pattran - urgent, normal or deferrable, blank reading as
      *  normal); a class code that is none of those is rejected
      *  E011 alongside the requested-date edit, both being the
      *  submitter's own fields. The records themselves still pass
      *  in arrival order - PATSORT orders the edited batch by class
      *  before the build. A pending-queue record now says why it is
      *  waiting (patpnd): this program's holds are future-dated
      *  requests, and a deferrable request PATFCST moved off an
      *  over-window batch keeps its deferred-for-window reason,
      *  and says so on PENDLIST, each morning it is re-held.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the input record and requester
      *  where a message is about one request; warnings and errors also
      *  go to the monitoring alert feed (ALERTOUT). PATDIGST prints
      *  the morning exceptions digest from the log. A batch with
      *  rejects now also says how many (EDIT0042W), so the rejects
      *  reach the digest, not only the reject file.
      *  Every request now gets a tracking id when it is received
      *  (TRAN-TRACKING-ID, per pattran: the processing date and the
      *  request's sequence in the day's intake), and every state
      *  change this program makes is recorded on the request status
      *  tracker (TRKFILE, per pattrk) through the tracker writer
      *  PATTRKW: RECEIVED, then PENDING (held for a later date),
      *  RELEASED (passed into the build batch) or REJECTED (with
      *  the reason and the reject store key). A raw-batch request
      *  always gets a new id; a request swept off the pending queue
      *  or in from RESUBIN keeps the one it already has, and one
      *  queued before the tracker existed is given one then. A
      *  same-night rerun of the edit hands out the same ids, as it
      *  does the same reject store keys. A pending request re-held
      *  unchanged records nothing. The tracker is best-effort: one
      *  that will not open is warned about and the edit carries on.
      *  The batch now also carries the requests PATSTGN generates
      *  from standing orders (TRAN-ORIGIN 'S', per pattran), on the
      *  end of the departments' own. They are edited like any
      *  other, but the duplicate check does not hold them against
      *  the look-back window - a daily order repeats yesterday's
      *  request by design - only against the rest of tonight's
      *  batch, so a department that also keys the same request by
      *  hand is still caught. Their tracker entry is marked as
      *  generated (RECEIVED ... - STANDING ORDER, and the summary's
      *  origin).
      *  Business days are now the business calendar's working days
      *  (CALFILE, per patcalr, through the business day service
      *  PATBDAY) rather than Monday to Friday: the duplicate
      *  look-back's N business days skip holidays, and a pending
      *  request released past its date is only warned about as
      *  aged (EDIT0030W) when the first working day on or after its
      *  due date has already gone by - a request due on a Saturday
      *  or a holiday and released on the next working morning is on
      *  time. A date the calendar does not hold is counted Monday to
      *  Friday, with PATBDAY's warning.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-REQUESTER-ID
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPTIONAL EXT-FILE ASSIGN TO EXTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT OPTIONAL DUPO-FILE ASSIGN TO DUPOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPO-STATUS.

           SELECT OPTIONAL DUPW-FILE ASSIGN TO DUPDAYS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPW-STATUS.

           SELECT DLIST-FILE ASSIGN TO DUPLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           COPY pattran.

       FD  VALID-FILE.
       01  VALID-RECORD                    PIC X(50).

       FD  REJ-FILE.
           COPY patrej.
           COPY patpnd.

       FD  PEND-OUT.
       01  PEND-OUT-RECORD                 PIC X(60).

       FD  PLIST-FILE.
       01  PLIST-RECORD                    PIC X(80).
           COPY patrejm.

       FD  RESUB-IN.
       01  RESUB-RECORD                    PIC X(50).

       FD  DEPT-FILE.
           COPY patdptr.

       FD  EXT-FILE.
       01  EXT-RECORD                      PIC X(80).

      *    Duplicate override card: the request image exactly as it
      *    was submitted (pattran layout), then the business date the
      *    override is good for; the rest is free comment.
       FD  DUPO-FILE.
       01  DUPO-RECORD.
           05  DUPO-TRAN-IMAGE.
               10  DUPO-FILL-CHAR          PIC X(1).
               10  DUPO-ROW-COUNT          PIC X(4).
               10  DUPO-PATTERN-TYPE       PIC X(1).
               10  DUPO-PATTERN-NAME       PIC X(8).
               10  DUPO-REQUESTER-ID       PIC X(8).
               10  DUPO-RUN-DATE           PIC X(8).
           05  DUPO-APPLY-DATE             PIC X(8).
           05  DUPO-COMMENT                PIC X(42).

       FD  DUPW-FILE.
       01  DUP-WINDOW-RECORD.
           05  DUPW-DAYS                   PIC 9(3).

       FD  DLIST-FILE.
       01  DLIST-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
      *    The shared pattern work area is copied only so the edits
           01 WS-PLIST-STATUS PIC XX VALUE '00'.
           01 WS-REJM-STATUS PIC XX VALUE '00'.
           01 WS-RESUB-STATUS PIC XX VALUE '00'.
           01 WS-DEPT-STATUS PIC XX VALUE '00'.
           01 WS-EXT-STATUS PIC XX VALUE '00'.
           01 WS-DUPO-STATUS PIC XX VALUE '00'.
           01 WS-DUPW-STATUS PIC XX VALUE '00'.
           01 WS-DLIST-STATUS PIC XX VALUE '00'.

           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PASSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-QUEUED-DATE PIC X(8) VALUE SPACES.
           01 WS-HOLD-REASON PIC X(1) VALUE 'F'.

           01 WS-REASON-CODE PIC X(4) VALUE SPACES.
               88  RECORD-PASSES-EDITS      VALUE SPACES.
               88  REJECT-STORE-AVAILABLE   VALUE 'Y' FALSE 'N'.
           01 WS-RESUB-COUNT PIC 9(5) VALUE ZERO.

           01 WS-DEPT-AVAIL-FLAG PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE    VALUE 'Y' FALSE 'N'.

      *    Duplicate check. WS-REQ-SOURCE names the way the request
      *    being edited came in; WS-DUP-KEY is what "the same
      *    request" means, with a named request carrying its catalog
      *    entry's values so it compares equal to what LOOP built.
           01 WS-REQ-SOURCE PIC X(5) VALUE SPACES.
           01 WS-DUP-KEY.
               05  DK-REQUESTER-ID         PIC X(8).
               05  DK-FILL-CHAR            PIC X(1).
               05  DK-ROW-COUNT            PIC X(4).
               05  DK-PATTERN-TYPE         PIC X(1).
               05  DK-PATTERN-NAME         PIC X(8).
           01 WS-DUP-WINDOW-DAYS PIC 9(3) VALUE 5.
           01 WS-WINDOW-START PIC X(8) VALUE SPACES.
           01 WS-DUE-BUS-DATE PIC X(8) VALUE SPACES.
           01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DUP-PASSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-EXT-AVAIL-FLAG PIC X VALUE 'N'.
               88  EXTRACT-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.
           01 WS-DUP-FOUND-FLAG PIC X VALUE 'N'.
               88  DUP-WAS-FOUND            VALUE 'Y' FALSE 'N'.
           01 WS-OVRD-FOUND-FLAG PIC X VALUE 'N'.
               88  OVERRIDE-WAS-FOUND       VALUE 'Y' FALSE 'N'.
           01 WS-MATCH-TEXT PIC X(60) VALUE SPACES.

      *    The extract's fields, per the layout LOOP's WRITE-
      *    EXTRACT-PARA documents.
           01 WS-EXT-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-EXT-RUN-DATE PIC X(10) VALUE SPACES.
           01 WS-EXT-SEQ PIC X(4) VALUE SPACES.
           01 WS-EXT-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-EXT-FILL PIC X(1) VALUE SPACE.
           01 WS-EXT-REQROWS PIC X(4) VALUE SPACES.
           01 WS-EXT-PRODROWS PIC X(4) VALUE SPACES.
           01 WS-EXT-OUTCOME PIC X(8) VALUE SPACES.
           01 WS-EXT-TYPE PIC X(1) VALUE SPACE.
           01 WS-EXT-NAME PIC X(8) VALUE SPACES.
           01 WS-EXT-DATE PIC X(8) VALUE SPACES.

      *    Requests already passed in this edit, requests built in
      *    the look-back window, and tonight's override cards - the
      *    usual fixed tables, each warned about once when full (a
      *    request that finds no room is simply not remembered).
           01 WS-TABLE-IX PIC 9(4) VALUE ZERO.
           01 WS-BATCH-MAX PIC 9(4) VALUE 500.
           01 WS-BATCH-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BATCH-FULL-FLAG PIC X VALUE 'N'.
               88  BATCH-TABLE-FULL         VALUE 'Y' FALSE 'N'.
           01 WS-BATCH-TABLE.
               05  WS-BATCH-ENTRY OCCURS 500 TIMES.
                   10  WS-BATCH-KEY        PIC X(22).
                   10  WS-BATCH-SOURCE     PIC X(5).
                   10  WS-BATCH-SEQ        PIC 9(5).
           01 WS-HIST-MAX PIC 9(4) VALUE 500.
           01 WS-HIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HIST-FULL-FLAG PIC X VALUE 'N'.
               88  HIST-TABLE-FULL          VALUE 'Y' FALSE 'N'.
           01 WS-HIST-TABLE.
               05  WS-HIST-ENTRY OCCURS 500 TIMES.
                   10  WS-HIST-KEY         PIC X(22).
                   10  WS-HIST-RUN-ID      PIC X(8).
                   10  WS-HIST-RUN-DATE    PIC X(8).
                   10  WS-HIST-SEQ         PIC X(4).
           01 WS-OVRD-MAX PIC 9(4) VALUE 50.
           01 WS-OVRD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-OVRD-TABLE.
               05  WS-OVRD-ENTRY OCCURS 50 TIMES.
                   10  WS-OVRD-KEY         PIC X(22).

      *    Request tracking. WS-TRACK-SEQ is the last tracking id
      *    sequence handed out in this edit.
           01 WS-TRACK-SEQ PIC 9(4) VALUE ZERO.
           01 WS-RECEIVED-FLAG PIC X VALUE 'N'.
               88  REQUEST-JUST-RECEIVED    VALUE 'Y' FALSE 'N'.
           01 WS-TRK-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY pattrkp.
           COPY patbdayp.

      *    The raw batch's priming read comes AFTER the pending and
      *    resubmission sweeps, not in INIT-PARA: both sweeps stage
      *    their records through TRANSACTION-RECORD (the TRAN-FILE
      *    record area), so a record primed any earlier would be
      *    overwritten and the batch's first request silently lost.
       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE TRACK-EVENT.
           PERFORM INIT-PARA.
           PERFORM SWEEP-PARA
                   UNTIL WS-PENDIN-STATUS NOT = '00'.
           PERFORM EDIT-PARA
                   UNTIL WS-TRAN-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'EDIT0010E' TO MSG-ID
               STRING 'TRANSACTION FILE OPEN FAILED, STATUS='
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VALID-FILE.
           IF WS-VALID-STATUS NOT = '00'
               MOVE 'EDIT0011E' TO MSG-ID
               STRING 'VALIDATED FILE OPEN FAILED, STATUS='
                       WS-VALID-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           IF WS-REJ-STATUS NOT = '00'
               MOVE 'EDIT0012E' TO MSG-ID
               STRING 'REJECT FILE OPEN FAILED, STATUS=' WS-REJ-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
           IF WS-CAT-STATUS = '00' OR WS-CAT-STATUS = '05'
               SET CATALOG-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'EDIT0013W' TO MSG-ID
               STRING 'CATALOG FILE NOT AVAILABLE, STATUS='
                       WS-CAT-STATUS ', NAME CHECK SKIPPED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET CATALOG-IS-AVAILABLE TO FALSE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00' OR WS-DEPT-STATUS = '05'
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               MOVE 'EDIT0035W' TO MSG-ID
               STRING 'DEPARTMENT MASTER NOT AVAILABLE, STATUS='
                       WS-DEPT-STATUS ', REQUESTER CHECK SKIPPED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET DEPT-MASTER-AVAILABLE TO FALSE
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           OPEN OUTPUT PEND-OUT.
           IF WS-PENDOUT-STATUS NOT = '00'
               MOVE 'EDIT0016E' TO MSG-ID
               STRING 'PENDING OUTPUT FILE OPEN FAILED, STATUS='
                       WS-PENDOUT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
           END-IF.
           OPEN OUTPUT PLIST-FILE.
           IF WS-PLIST-STATUS NOT = '00'
               MOVE 'EDIT0017E' TO MSG-ID
               STRING 'PENDING LISTING OPEN FAILED, STATUS='
                       WS-PLIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
           STRING 'PENDING PATTERN REQUESTS AS OF ' WS-PROC-DATE
                   DELIMITED BY SIZE INTO PLIST-RECORD.
           WRITE PLIST-RECORD.
           OPEN OUTPUT DLIST-FILE.
           IF WS-DLIST-STATUS NOT = '00'
               MOVE 'EDIT0022E' TO MSG-ID
               STRING 'DUPLICATE LISTING OPEN FAILED, STATUS='
                       WS-DLIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
               CLOSE REJ-FILE
               CLOSE PEND-OUT
               CLOSE PLIST-FILE
               STOP RUN
           END-IF.
      *    The keyed reject store, so a reject survives the next
      *    fresh run's deletion of the sequential reject file. A
      *    never-loaded cluster will not OPEN I-O (status 35), so
           IF WS-REJM-STATUS = '00' OR WS-REJM-STATUS = '05'
               SET REJECT-STORE-AVAILABLE TO TRUE
           ELSE
               MOVE 'EDIT0019W' TO MSG-ID
               STRING 'REJECT STORE NOT AVAILABLE, STATUS='
                       WS-REJM-STATUS ', REJECTS NOT CARRIED FORWARD'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET REJECT-STORE-AVAILABLE TO FALSE
           END-IF.
           OPEN INPUT RESUB-IN.
           IF WS-RESUB-STATUS = '00' OR WS-RESUB-STATUS = '05'
               PERFORM READ-RESUB-PARA
           ELSE
               MOVE 'EDIT0033W' TO MSG-ID
               STRING 'RESUBMISSION FILE NOT AVAILABLE, STATUS='
                       WS-RESUB-STATUS ', IGNORED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE '10' TO WS-RESUB-STATUS
           END-IF.
           OPEN INPUT PEND-IN.
           IF WS-PENDIN-STATUS = '00' OR WS-PENDIN-STATUS = '05'
               PERFORM READ-PEND-PARA
           ELSE
               MOVE 'EDIT0018E' TO MSG-ID
               STRING 'PENDING INPUT FILE OPEN FAILED, STATUS='
                       WS-PENDIN-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
               CLOSE REJ-FILE
               CLOSE PEND-OUT
               CLOSE PLIST-FILE
               CLOSE DLIST-FILE
               STOP RUN
           END-IF.
           PERFORM DUP-INIT-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date from the
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'EDIT0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'EDIT0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'EDIT0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE 'EDIT0015I' TO MSG-ID
           STRING 'PROCESSING DATE ' WS-PROC-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  READ-PEND-PARA - prime/advance to the next held request.
      *----------------------------------------------------------------
       RESUB-PARA.
           ADD 1 TO WS-RESUB-COUNT.
           MOVE 'RESUB' TO WS-REQ-SOURCE.
           MOVE RESUB-RECORD TO TRANSACTION-RECORD.
           IF TRAN-TRACKING-ID = SPACES
               PERFORM RECEIVE-REQUEST-PARA
           END-IF.
           IF TRAN-RUN-DATE NOT = SPACES AND
                   TRAN-RUN-DATE NUMERIC AND
                   TRAN-RUN-DATE > WS-PROC-DATE
               MOVE WS-PROC-DATE TO WS-QUEUED-DATE
               MOVE 'F' TO WS-HOLD-REASON
               PERFORM HOLD-REQUEST-PARA
           ELSE
               PERFORM PROCESS-REQUEST-PARA
      *  through the full edit set (with an aged warning when its
      *  date has already passed - the queue went unswept, so release
      *  late rather than never); still not due, it is re-held with
      *  its original queued date so the listing's aging stays true,
      *  and its original hold reason so a deferred-for-window
      *  request is still shown as one.
      *----------------------------------------------------------------
       SWEEP-PARA.
           MOVE 'PEND' TO WS-REQ-SOURCE.
           MOVE PND-TRAN-IMAGE TO TRANSACTION-RECORD.
           SET REQUEST-JUST-RECEIVED TO FALSE.
           IF TRAN-TRACKING-ID = SPACES
               PERFORM RECEIVE-REQUEST-PARA
           END-IF.
           IF TRAN-RUN-DATE NOT = SPACES AND
                   TRAN-RUN-DATE NUMERIC AND
                   TRAN-RUN-DATE > WS-PROC-DATE
               MOVE PND-QUEUED-DATE TO WS-QUEUED-DATE
               MOVE PND-HOLD-REASON TO WS-HOLD-REASON
               PERFORM HOLD-REQUEST-PARA
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES TO WS-DUE-BUS-DATE
               IF TRAN-RUN-DATE NOT = SPACES AND
                       TRAN-RUN-DATE NUMERIC AND
                       TRAN-RUN-DATE < WS-PROC-DATE
                   PERFORM SET-DUE-BUS-DATE-PARA
               END-IF
               IF WS-DUE-BUS-DATE NOT = SPACES AND
                       WS-DUE-BUS-DATE < WS-PROC-DATE
                   ADD 1 TO WS-AGED-COUNT
                   MOVE 'EDIT0030W' TO MSG-ID
                   STRING 'REQUEST DUE ' TRAN-RUN-DATE
                           ' RELEASED PAST ITS DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE TRAN-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               END-IF
               PERFORM PROCESS-REQUEST-PARA
           END-IF.
           PERFORM READ-PEND-PARA.

      *----------------------------------------------------------------
      *  SET-DUE-BUS-DATE-PARA - the business day a request released
      *  from the queue was really due: its due date if that is a
      *  working day, otherwise the next working day after it.
      *----------------------------------------------------------------
       SET-DUE-BUS-DATE-PARA.
           MOVE 'T' TO BDY-FUNCTION.
           MOVE TRAN-RUN-DATE TO BDY-DATE.
           PERFORM BUS-DAY-PARA.
           IF BDY-DATE-INVALID
               MOVE TRAN-RUN-DATE TO WS-DUE-BUS-DATE
           ELSE
               IF BDY-IS-WORKING-DAY
                   MOVE TRAN-RUN-DATE TO WS-DUE-BUS-DATE
               ELSE
                   MOVE 'F' TO BDY-FUNCTION
                   MOVE 1 TO BDY-DAYS
                   PERFORM BUS-DAY-PARA
                   MOVE BDY-RESULT-DATE TO WS-DUE-BUS-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-PARA - one raw-batch request: a future-dated one is
      *  held on the pending queue (queued as of today) instead of
      *  being edited; everything else goes through the full edit
      *  set. A non-numeric date falls through to the edits and is
      *  rejected there (E008) rather than being held on a date that
      *  can never arrive. Either way it is received first: given
      *  its tracking id and entered on the tracker.
      *----------------------------------------------------------------
       EDIT-PARA.
           MOVE 'BATCH' TO WS-REQ-SOURCE.
           PERFORM RECEIVE-REQUEST-PARA.
           IF TRAN-RUN-DATE NOT = SPACES AND
                   TRAN-RUN-DATE NUMERIC AND
                   TRAN-RUN-DATE > WS-PROC-DATE
               MOVE WS-PROC-DATE TO WS-QUEUED-DATE
               MOVE 'F' TO WS-HOLD-REASON
               PERFORM HOLD-REQUEST-PARA
           ELSE
               PERFORM PROCESS-REQUEST-PARA
      *  PROCESS-REQUEST-PARA - apply the full edit set to one due
      *  request and deal it to the validated or the reject file. The
      *  first edit that fails names the reject; the later edits are
      *  not piled on. The requested-date and priority-class edits are
      *  common to named and inline requests - both are the
      *  submitter's, never the catalog's.
      *----------------------------------------------------------------
       PROCESS-REQUEST-PARA.
           ADD 1 TO WS-READ-COUNT.
                   TRAN-RUN-DATE NOT NUMERIC
               MOVE 'E008' TO WS-REASON-CODE
           END-IF.
           IF RECORD-PASSES-EDITS AND NOT TRAN-PRIORITY-KNOWN
               MOVE 'E011' TO WS-REASON-CODE
           END-IF.
           IF RECORD-PASSES-EDITS
               IF TRAN-PATTERN-NAME NOT = SPACES
                   PERFORM EDIT-NAMED-PARA
                   PERFORM EDIT-INLINE-PARA
               END-IF
           END-IF.
           IF RECORD-PASSES-EDITS AND DEPT-MASTER-AVAILABLE
               PERFORM EDIT-REQUESTER-PARA
           END-IF.
           IF RECORD-PASSES-EDITS
               PERFORM EDIT-DUPLICATE-PARA
           END-IF.
           IF RECORD-PASSES-EDITS
               ADD 1 TO WS-PASSED-COUNT
               WRITE VALID-RECORD FROM TRANSACTION-RECORD
               MOVE 'RELEASED' TO TEV-STATE
               STRING 'EDIT SEQ ' WS-READ-COUNT ' FROM ' WS-REQ-SOURCE
                       DELIMITED BY SIZE INTO TEV-DETAIL
               PERFORM TRACK-PARA
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-READ-COUNT TO REJ-INPUT-SEQ
               MOVE WS-REASON-CODE TO REJ-REASON-CODE
               MOVE TRANSACTION-RECORD TO REJ-RECORD-IMAGE
               WRITE REJECT-RECORD
               MOVE 'EDIT0020W' TO MSG-ID
               STRING 'RECORD ' WS-READ-COUNT ' REJECTED, REASON='
                       WS-REASON-CODE
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE WS-READ-COUNT TO MSG-REQUEST-SEQ
               MOVE TRAN-REQUESTER-ID TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
               IF REJECT-STORE-AVAILABLE
                   PERFORM STORE-REJECT-PARA
               END-IF
               MOVE 'REJECTED' TO TEV-STATE
               STRING WS-REASON-CODE ' REJECT KEY ' WS-PROC-DATE
                       ' ' WS-READ-COUNT(2:4)
                       DELIMITED BY SIZE INTO TEV-DETAIL
               PERFORM TRACK-PARA
           END-IF.

      *----------------------------------------------------------------
                   REWRITE REJECT-MASTER-RECORD
           END-WRITE.
           IF WS-REJM-STATUS NOT = '00'
               MOVE 'EDIT0034W' TO MSG-ID
               STRING 'REJECT STORE WRITE FAILED, STATUS='
                       WS-REJM-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

      *----------------------------------------------------------------
      *  HOLD-REQUEST-PARA - write one not-yet-due request to the
      *  pending queue and list it with its due and queued dates, so
      *  what is waiting (and for when) is a listing instead of a
      *  drawer. The listing shows the pattern part of the image
      *  (fill, rows, type, name) - the requester and due date are
      *  already on the line - and a request deferred off an
      *  over-window batch says so. A new hold is a PENDING event on
      *  the tracker; a carryover re-held off the queue already is
      *  one (unless it was queued before the tracker existed and
      *  has only now been received onto it).
      *----------------------------------------------------------------
       HOLD-REQUEST-PARA.
           ADD 1 TO WS-PENDED-COUNT.
           MOVE SPACES TO PENDING-RECORD.
           MOVE TRANSACTION-RECORD TO PND-TRAN-IMAGE.
           MOVE WS-QUEUED-DATE TO PND-QUEUED-DATE.
           MOVE WS-HOLD-REASON TO PND-HOLD-REASON.
           WRITE PEND-OUT-RECORD FROM PENDING-RECORD.
           IF WS-REQ-SOURCE NOT = 'PEND' OR REQUEST-JUST-RECEIVED
               MOVE 'PENDING' TO TEV-STATE
               STRING 'HELD, DUE ' TRAN-RUN-DATE
                       DELIMITED BY SIZE INTO TEV-DETAIL
               MOVE TRAN-RUN-DATE TO TEV-DUE-DATE
               PERFORM TRACK-PARA
           END-IF.
           MOVE SPACES TO PLIST-RECORD.
           IF PND-DEFERRED-FOR-WINDOW
               STRING 'DUE=' TRAN-RUN-DATE
                       ' REQ=' TRAN-REQUESTER-ID
                       ' QUEUED=' WS-QUEUED-DATE
                       ' ' TRANSACTION-RECORD(1:14)
                       ' DEFERRED FOR WINDOW'
                       DELIMITED BY SIZE INTO PLIST-RECORD
           ELSE
               STRING 'DUE=' TRAN-RUN-DATE
                       ' REQ=' TRAN-REQUESTER-ID
                       ' QUEUED=' WS-QUEUED-DATE
                       ' ' TRANSACTION-RECORD(1:14)
                       DELIMITED BY SIZE INTO PLIST-RECORD
           END-IF.
           WRITE PLIST-RECORD.

      *----------------------------------------------------------------
      *  RECEIVE-REQUEST-PARA - give the request in TRANSACTION-
      *  RECORD the next tracking id of the day and enter it on the
      *  tracker as RECEIVED, with the request as submitted. A
      *  request with no date of its own is due the day received.
      *----------------------------------------------------------------
       RECEIVE-REQUEST-PARA.
           ADD 1 TO WS-TRACK-SEQ.
           MOVE WS-PROC-DATE TO TRAN-TRACK-DATE.
           MOVE WS-TRACK-SEQ TO TRAN-TRACK-SEQ.
           SET REQUEST-JUST-RECEIVED TO TRUE.
           MOVE 'RECEIVED' TO TEV-STATE.
           IF TRAN-FROM-STANDING-ORDER
               STRING 'RECEIVED FROM ' WS-REQ-SOURCE
                       ' - STANDING ORDER'
                       DELIMITED BY SIZE INTO TEV-DETAIL
           ELSE
               STRING 'RECEIVED FROM ' WS-REQ-SOURCE
                       DELIMITED BY SIZE INTO TEV-DETAIL
           END-IF.
           IF TRAN-RUN-DATE = SPACES
               MOVE WS-PROC-DATE TO TEV-DUE-DATE
           ELSE
               MOVE TRAN-RUN-DATE TO TEV-DUE-DATE
           END-IF.
           MOVE TRAN-FILL-CHAR TO TEV-FILL-CHAR.
           MOVE TRANSACTION-RECORD(2:4) TO TEV-ROW-COUNT.
           MOVE TRAN-PATTERN-TYPE TO TEV-PATTERN-TYPE.
           MOVE TRAN-PATTERN-NAME TO TEV-PATTERN-NAME.
           MOVE TRAN-PRIORITY TO TEV-PRIORITY.
           MOVE TRAN-ORIGIN TO TEV-ORIGIN.
           PERFORM TRACK-PARA.

      *----------------------------------------------------------------
      *  EDIT-NAMED-PARA - a request that names a catalog pattern
      *  only needs the name to exist; the entry's own values were
               MOVE 'E006' TO WS-REASON-CODE
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-REQUESTER-PARA - the requesting department must be on
      *  the department master and active. A blank id is simply an
      *  unknown one; an inactive department keeps its history but
      *  may submit no new work.
      *----------------------------------------------------------------
       EDIT-REQUESTER-PARA.
           MOVE TRAN-REQUESTER-ID TO DPT-REQUESTER-ID.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'E009' TO WS-REASON-CODE
           END-READ.
           IF RECORD-PASSES-EDITS
               IF WS-DEPT-STATUS NOT = '00' OR NOT DPT-IS-ACTIVE
                   MOVE 'E009' TO WS-REASON-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  DUP-INIT-PARA - set up the duplicate check: the look-back
      *  window (DUPDAYS, as RETNFILE gives PATRETN its retention),
      *  the built requests the extract shows inside it, and
      *  tonight's override cards, each listed on DUPLIST.
      *----------------------------------------------------------------
       DUP-INIT-PARA.
           OPEN INPUT DUPW-FILE.
           IF WS-DUPW-STATUS = '00'
               READ DUPW-FILE
                   AT END
                       MOVE '10' TO WS-DUPW-STATUS
               END-READ
               IF WS-DUPW-STATUS = '00' AND DUPW-DAYS NUMERIC
                   MOVE DUPW-DAYS TO WS-DUP-WINDOW-DAYS
               END-IF
               CLOSE DUPW-FILE
           END-IF.
           PERFORM SET-DUP-WINDOW-PARA.
           MOVE SPACES TO DLIST-RECORD.
           STRING 'DUPLICATE REQUEST CHECK AS OF ' WS-PROC-DATE
                   '  LOOK-BACK ' WS-DUP-WINDOW-DAYS
                   ' BUSINESS DAYS FROM ' WS-WINDOW-START
                   DELIMITED BY SIZE INTO DLIST-RECORD.
           WRITE DLIST-RECORD.
           SET EXTRACT-IS-AVAILABLE TO FALSE.
           IF WS-DUP-WINDOW-DAYS > ZERO
               OPEN INPUT EXT-FILE
               IF WS-EXT-STATUS = '00' OR WS-EXT-STATUS = '05'
                   SET EXTRACT-IS-AVAILABLE TO TRUE
                   PERFORM READ-EXT-PARA
                   PERFORM LOAD-HISTORY-PARA
                           UNTIL WS-EXT-STATUS NOT = '00'
               ELSE
                   MOVE 'EDIT0036W' TO MSG-ID
                   STRING 'EXTRACT FILE NOT AVAILABLE, STATUS='
                           WS-EXT-STATUS ', DUPLICATE LOOK-BACK SKIPPED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           OPEN INPUT DUPO-FILE.
           IF WS-DUPO-STATUS = '00' OR WS-DUPO-STATUS = '05'
               PERFORM READ-DUPO-PARA
               PERFORM LOAD-OVERRIDE-PARA
                       UNTIL WS-DUPO-STATUS NOT = '00'
               CLOSE DUPO-FILE
           ELSE
               MOVE 'EDIT0037W' TO MSG-ID
               STRING 'DUPLICATE OVERRIDE FILE NOT AVAILABLE, STATUS='
                       WS-DUPO-STATUS ', NO OVERRIDES'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

      *----------------------------------------------------------------
      *  SET-DUP-WINDOW-PARA - the Nth working day before the
      *  processing date, by the business calendar; the look-back
      *  covers the days from there and not the processing date
      *  itself.
      *----------------------------------------------------------------
       SET-DUP-WINDOW-PARA.
           MOVE 'B' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           MOVE WS-DUP-WINDOW-DAYS TO BDY-DAYS.
           PERFORM BUS-DAY-PARA.
           MOVE BDY-RESULT-DATE TO WS-WINDOW-START.

       READ-EXT-PARA.
           READ EXT-FILE
               AT END
                   MOVE '10' TO WS-EXT-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  LOAD-HISTORY-PARA - one extract record: a request built in
      *  the look-back window is remembered under its key with the
      *  run id and request sequence that built it. Single-mode
      *  records (no requester) and records without a pattern type
      *  are not requests this check can compare.
      *----------------------------------------------------------------
       LOAD-HISTORY-PARA.
           MOVE SPACES TO WS-EXT-RUN-ID WS-EXT-RUN-DATE WS-EXT-SEQ
                   WS-EXT-REQUESTER WS-EXT-FILL WS-EXT-REQROWS
                   WS-EXT-PRODROWS WS-EXT-OUTCOME WS-EXT-TYPE
                   WS-EXT-NAME.
           UNSTRING EXT-RECORD DELIMITED BY ';'
                   INTO WS-EXT-RUN-ID WS-EXT-RUN-DATE WS-EXT-SEQ
                   WS-EXT-REQUESTER WS-EXT-FILL WS-EXT-REQROWS
                   WS-EXT-PRODROWS WS-EXT-OUTCOME WS-EXT-TYPE
                   WS-EXT-NAME.
           MOVE SPACES TO WS-EXT-DATE.
           STRING WS-EXT-RUN-DATE(1:4) WS-EXT-RUN-DATE(6:2)
                   WS-EXT-RUN-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-EXT-DATE.
           IF WS-EXT-REQUESTER NOT = SPACES AND
                   WS-EXT-TYPE NOT = SPACE AND
                   WS-EXT-REQROWS NUMERIC AND
                   WS-EXT-DATE NUMERIC AND
                   WS-EXT-DATE >= WS-WINDOW-START AND
                   WS-EXT-DATE < WS-PROC-DATE
               IF WS-HIST-COUNT < WS-HIST-MAX
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-EXT-REQUESTER TO DK-REQUESTER-ID
                   MOVE WS-EXT-FILL TO DK-FILL-CHAR
                   MOVE WS-EXT-REQROWS TO DK-ROW-COUNT
                   MOVE WS-EXT-TYPE TO DK-PATTERN-TYPE
                   MOVE WS-EXT-NAME TO DK-PATTERN-NAME
                   MOVE WS-DUP-KEY TO WS-HIST-KEY(WS-HIST-COUNT)
                   MOVE WS-EXT-RUN-ID TO WS-HIST-RUN-ID(WS-HIST-COUNT)
                   MOVE WS-EXT-DATE TO WS-HIST-RUN-DATE(WS-HIST-COUNT)
                   MOVE WS-EXT-SEQ TO WS-HIST-SEQ(WS-HIST-COUNT)
               ELSE
                   IF NOT HIST-TABLE-FULL
                       SET HIST-TABLE-FULL TO TRUE
                       MOVE 'EDIT0038W' TO MSG-ID
                       STRING 'LOOK-BACK TABLE FULL AT ' WS-HIST-MAX
                               ' REQUESTS, OLDER BUILDS NOT ALL CHECKED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-EXT-PARA.

       READ-DUPO-PARA.
           READ DUPO-FILE
               AT END
                   MOVE '10' TO WS-DUPO-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  LOAD-OVERRIDE-PARA - one override card. Only a card dated
      *  for this processing date is taken; the card's request is
      *  keyed exactly as a submitted request is, so a named request
      *  is overridden by its name however the catalog resolves it.
      *----------------------------------------------------------------
       LOAD-OVERRIDE-PARA.
           MOVE SPACES TO DLIST-RECORD.
           EVALUATE TRUE
               WHEN DUPO-APPLY-DATE NOT = WS-PROC-DATE
                   STRING 'OVERRIDE IGNORED, DATED ' DUPO-APPLY-DATE
                           ': ' DUPO-TRAN-IMAGE
                           DELIMITED BY SIZE INTO DLIST-RECORD
                   MOVE 'EDIT0039W' TO MSG-ID
                   STRING 'DUPLICATE OVERRIDE FOR ' DUPO-REQUESTER-ID
                           ' DATED ' DUPO-APPLY-DATE ' IGNORED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE DUPO-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               WHEN WS-OVRD-COUNT NOT < WS-OVRD-MAX
                   STRING 'OVERRIDE IGNORED, TABLE FULL: '
                           DUPO-TRAN-IMAGE
                           DELIMITED BY SIZE INTO DLIST-RECORD
                   MOVE 'EDIT0039W' TO MSG-ID
                   STRING 'DUPLICATE OVERRIDE FOR ' DUPO-REQUESTER-ID
                           ' IGNORED, MORE THAN ' WS-OVRD-MAX ' CARDS'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE DUPO-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               WHEN OTHER
                   MOVE DUPO-REQUESTER-ID TO DK-REQUESTER-ID
                   MOVE DUPO-FILL-CHAR TO DK-FILL-CHAR
                   MOVE DUPO-ROW-COUNT TO DK-ROW-COUNT
                   MOVE DUPO-PATTERN-TYPE TO DK-PATTERN-TYPE
                   MOVE DUPO-PATTERN-NAME TO DK-PATTERN-NAME
                   PERFORM BUILD-DUP-KEY-PARA
                   ADD 1 TO WS-OVRD-COUNT
                   MOVE WS-DUP-KEY TO WS-OVRD-KEY(WS-OVRD-COUNT)
                   STRING 'OVERRIDE ACCEPTED: ' DUPO-TRAN-IMAGE
                           DELIMITED BY SIZE INTO DLIST-RECORD
           END-EVALUATE.
           WRITE DLIST-RECORD.
           PERFORM READ-DUPO-PARA.

      *----------------------------------------------------------------
      *  BUILD-DUP-KEY-PARA - finish WS-DUP-KEY from the values the
      *  caller moved in: a named request takes its catalog entry's
      *  fill, rows and type (what LOOP will build and the extract
      *  records), and a blank type is the descending triangle it
      *  defaults to.
      *----------------------------------------------------------------
       BUILD-DUP-KEY-PARA.
           IF DK-PATTERN-NAME NOT = SPACES AND CATALOG-IS-AVAILABLE
               MOVE DK-PATTERN-NAME TO CAT-NAME
               READ CAT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CAT-STATUS = '00'
                   MOVE CAT-FILL-CHAR TO DK-FILL-CHAR
                   MOVE CAT-ROW-COUNT TO DK-ROW-COUNT
                   MOVE CAT-PATTERN-TYPE TO DK-PATTERN-TYPE
               END-IF
           END-IF.
           IF DK-PATTERN-TYPE = SPACE
               MOVE 'D' TO DK-PATTERN-TYPE
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-DUPLICATE-PARA - the request has passed every other
      *  edit. Compare it against what this edit has already passed,
      *  then against what was built in the look-back window; a match
      *  is rejected E010 unless tonight's override deck lets that
      *  request through. A request that passes is remembered for
      *  the rest of the edit. A request generated from a standing
      *  order is only compared within tonight's batch: repeating
      *  what was built yesterday is the point of the order.
      *----------------------------------------------------------------
       EDIT-DUPLICATE-PARA.
           MOVE TRAN-REQUESTER-ID TO DK-REQUESTER-ID.
           MOVE TRAN-FILL-CHAR TO DK-FILL-CHAR.
           MOVE TRAN-ROW-COUNT TO DK-ROW-COUNT.
           MOVE TRAN-PATTERN-TYPE TO DK-PATTERN-TYPE.
           MOVE TRAN-PATTERN-NAME TO DK-PATTERN-NAME.
           PERFORM BUILD-DUP-KEY-PARA.
           SET DUP-WAS-FOUND TO FALSE.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE 1 TO WS-TABLE-IX.
           PERFORM SCAN-BATCH-PARA
                   UNTIL WS-TABLE-IX > WS-BATCH-COUNT OR DUP-WAS-FOUND.
           IF NOT DUP-WAS-FOUND AND NOT TRAN-FROM-STANDING-ORDER
               MOVE 1 TO WS-TABLE-IX
               PERFORM SCAN-HIST-PARA
                       UNTIL WS-TABLE-IX > WS-HIST-COUNT
                          OR DUP-WAS-FOUND
           END-IF.
           IF DUP-WAS-FOUND
               PERFORM DUPLICATE-FOUND-PARA
           END-IF.
           IF RECORD-PASSES-EDITS
               PERFORM REMEMBER-REQUEST-PARA
           END-IF.

       SCAN-BATCH-PARA.
           IF WS-BATCH-KEY(WS-TABLE-IX) = WS-DUP-KEY
               SET DUP-WAS-FOUND TO TRUE
               STRING '  MATCHES EDIT SEQ=' WS-BATCH-SEQ(WS-TABLE-IX)
                       ' SRC=' WS-BATCH-SOURCE(WS-TABLE-IX)
                       DELIMITED BY SIZE INTO WS-MATCH-TEXT
           END-IF.
           ADD 1 TO WS-TABLE-IX.

       SCAN-HIST-PARA.
           IF WS-HIST-KEY(WS-TABLE-IX) = WS-DUP-KEY
               SET DUP-WAS-FOUND TO TRUE
               STRING '  MATCHES RUN ' WS-HIST-RUN-ID(WS-TABLE-IX)
                       ' REQUEST ' WS-HIST-SEQ(WS-TABLE-IX)
                       ' BUILT ' WS-HIST-RUN-DATE(WS-TABLE-IX)
                       DELIMITED BY SIZE INTO WS-MATCH-TEXT
           END-IF.
           ADD 1 TO WS-TABLE-IX.

      *----------------------------------------------------------------
      *  DUPLICATE-FOUND-PARA - list the duplicate and what it
      *  matched, then either pass it on an override card or reject
      *  it E010.
      *----------------------------------------------------------------
       DUPLICATE-FOUND-PARA.
           SET OVERRIDE-WAS-FOUND TO FALSE.
           MOVE 1 TO WS-TABLE-IX.
           PERFORM SCAN-OVERRIDE-PARA
                   UNTIL WS-TABLE-IX > WS-OVRD-COUNT
                      OR OVERRIDE-WAS-FOUND.
           MOVE SPACES TO DLIST-RECORD.
           STRING 'DUPLICATE SEQ=' WS-READ-COUNT
                   ' SRC=' WS-REQ-SOURCE
                   ' REQ=' DK-REQUESTER-ID
                   ' FILL=' DK-FILL-CHAR
                   ' ROWS=' DK-ROW-COUNT
                   ' TYPE=' DK-PATTERN-TYPE
                   ' NAME=' DK-PATTERN-NAME
                   DELIMITED BY SIZE INTO DLIST-RECORD.
           WRITE DLIST-RECORD.
           MOVE SPACES TO DLIST-RECORD.
           IF OVERRIDE-WAS-FOUND
               ADD 1 TO WS-DUP-PASSED-COUNT
               STRING WS-MATCH-TEXT DELIMITED BY '   '
                       ' - PASSED ON OVERRIDE'
                       DELIMITED BY SIZE INTO DLIST-RECORD
               MOVE 'EDIT0040I' TO MSG-ID
               STRING 'RECORD ' WS-READ-COUNT
                       ' DUPLICATE PASSED ON OVERRIDE'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE WS-READ-COUNT TO MSG-REQUEST-SEQ
               MOVE TRAN-REQUESTER-ID TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
           ELSE
               ADD 1 TO WS-DUP-COUNT
               MOVE 'E010' TO WS-REASON-CODE
               STRING WS-MATCH-TEXT DELIMITED BY '   '
                       ' - REJECTED E010'
                       DELIMITED BY SIZE INTO DLIST-RECORD
           END-IF.
           WRITE DLIST-RECORD.

       SCAN-OVERRIDE-PARA.
           IF WS-OVRD-KEY(WS-TABLE-IX) = WS-DUP-KEY
               SET OVERRIDE-WAS-FOUND TO TRUE
           END-IF.
           ADD 1 TO WS-TABLE-IX.

       REMEMBER-REQUEST-PARA.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-DUP-KEY TO WS-BATCH-KEY(WS-BATCH-COUNT)
               MOVE WS-REQ-SOURCE TO WS-BATCH-SOURCE(WS-BATCH-COUNT)
               MOVE WS-READ-COUNT TO WS-BATCH-SEQ(WS-BATCH-COUNT)
           ELSE
               IF NOT BATCH-TABLE-FULL
                   SET BATCH-TABLE-FULL TO TRUE
                   MOVE 'EDIT0041W' TO MSG-ID
                   STRING 'BATCH DUPLICATE TABLE FULL AT ' WS-BATCH-MAX
                           ' REQUESTS, LATER REQUESTS NOT ALL CHECKED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  TERM-PARA - totals and the edit's own return code: RC=4 for
      *  a partly-good batch, RC=8 when nothing at all passed so
      *  scheduling can hold the LOOP step.
      *----------------------------------------------------------------
       TERM-PARA.
           MOVE 'EDIT0001I' TO MSG-ID
           STRING 'RECORDS READ=' WS-READ-COUNT ' PASSED='
                   WS-PASSED-COUNT ' REJECTED=' WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.
           MOVE 'EDIT0002I' TO MSG-ID
           STRING 'RELEASED=' WS-RELEASED-COUNT ' PENDED='
                   WS-PENDED-COUNT ' AGED=' WS-AGED-COUNT
                   ' RESUBMITTED=' WS-RESUB-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.
           MOVE 'EDIT0003I' TO MSG-ID
           STRING 'DUPLICATES REJECTED=' WS-DUP-COUNT
                   ' PASSED ON OVERRIDE=' WS-DUP-PASSED-COUNT
                   ' LOOK-BACK REQUESTS=' WS-HIST-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.
           MOVE SPACES TO DLIST-RECORD.
           STRING 'DUPLICATES REJECTED=' WS-DUP-COUNT
                   ' PASSED ON OVERRIDE=' WS-DUP-PASSED-COUNT
                   ' OVERRIDE CARDS=' WS-OVRD-COUNT
                   DELIMITED BY SIZE INTO DLIST-RECORD.
           WRITE DLIST-RECORD.
           MOVE SPACES TO PLIST-RECORD.
           STRING 'PENDING=' WS-PENDED-COUNT
                   ' RELEASED TODAY=' WS-RELEASED-COUNT
                   DELIMITED BY SIZE INTO PLIST-RECORD.
           WRITE PLIST-RECORD.
           IF WS-PASSED-COUNT = ZERO
               MOVE 'EDIT0021W' TO MSG-ID
               STRING 'NO VALID REQUESTS IN BATCH'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 'EDIT0042W' TO MSG-ID
                   STRING WS-REJECTED-COUNT ' OF ' WS-READ-COUNT
                           ' REQUEST(S) REJECTED - SEE THE REJECT FILE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PEND-IN.
           CLOSE PEND-OUT.
           CLOSE PLIST-FILE.
           CLOSE DLIST-FILE.
           CLOSE RESUB-IN.
           IF EXTRACT-IS-AVAILABLE
               CLOSE EXT-FILE
           END-IF.
           IF REJECT-STORE-AVAILABLE
               CLOSE REJM-FILE
           END-IF.
           IF CATALOG-IS-AVAILABLE
               CLOSE CAT-FILE
           END-IF.
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
           MOVE 'PATEDIT' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  TRACK-PARA - hand the state change set up in TEV-STATE/
      *  TEV-DETAIL (and, where known, the request fields) for the
      *  request in TRANSACTION-RECORD to the tracker writer
      *  (PATTRKW, per pattrkp). RETURN-CODE is kept across the
      *  CALL, and the per-event fields are cleared for the next.
      *  CLOSE-TRK-PARA closes the tracker at the normal end.
      *----------------------------------------------------------------
       TRACK-PARA.
           MOVE TRAN-REQUESTER-ID TO TEV-REQUESTER-ID.
           MOVE TRAN-TRACKING-ID TO TEV-TRACKING-ID.
           MOVE WS-PROC-DATE TO TEV-PROC-DATE.
           MOVE 'PATEDIT' TO TEV-PROGRAM.
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
