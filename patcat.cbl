      *  LOOP gives its run history.
      *  A 'D' card now checks the audit trail for recent use of the
      *  name (AUD-PATTERN-NAME within the where-used window -
      *  WUDFILE business days, default 30) and refuses the delete
      *  when the pattern is still being referenced, because tomorrow's
      *  already-submitted requests would start skipping with
      *  LOOP0025W. The 'F' force card is the operator's override
      *  for a delete that really is wanted anyway. An audit trail
      *  that will not open is warned about and the delete proceeds
      *  unchecked - maintenance cannot be hostage to a report
      *  input, and F exists for exactly the doubtful cases.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT). PATDIGST prints the morning
      *  exceptions digest from the log.
      *  A delete is now also held against the standing orders
      *  (STOFILE, per patstor): a name a standing order still uses
      *  - one not past its stop date, suspended or not - is refused
      *  on a 'D' card once the where-used window has passed it,
      *  with the order listed under the reject, since PATSTGN would
      *  otherwise go on generating requests PATEDIT rejects every
      *  day. The order should be changed or deleted through PATSTO
      *  first. An 'F' card still deletes, with a warning naming the
      *  order. A standing order file that will not open is warned
      *  about and the delete proceeds unchecked, as for the audit
      *  trail.
      *  The where-used window (WUDFILE) is now counted in business
      *  days: the usage scan goes back to the Nth working day
      *  before the processing date on the business calendar
      *  (CALFILE, per patcalr, through the business day service
      *  PATBDAY), so a holiday period does not shrink it. A date
      *  the calendar does not hold is counted Monday to Friday,
      *  with PATBDAY's warning.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WUD-STATUS.

           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  WHERE-USED-RECORD.
           05  WUD-DAYS                    PIC 9(3).

       FD  STO-FILE.
           COPY patstor.

       WORKING-STORAGE SECTION.
      *    Shared pattern work area, copied for LENGTH OF TEXTO so
      *    the catalog's capacity edits are the same tests LOOP's
           01 WS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-WUD-STATUS PIC XX VALUE '00'.
           01 WS-STO-STATUS PIC XX VALUE '00'.

           01 WS-JRNL-AVAIL-FLAG PIC X VALUE 'N'.
               88  JOURNAL-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

           01 WS-WUD-DAYS PIC 9(3) VALUE 30.
           01 WS-WUD-CUTOFF PIC X(8) VALUE SPACES.
           01 WS-USED-FLAG PIC X VALUE 'N'.
               88  NAME-RECENTLY-USED       VALUE 'Y' FALSE 'N'.
           01 WS-ORDER-FLAG PIC X VALUE 'N'.
               88  NAME-ON-STANDING-ORDER   VALUE 'Y' FALSE 'N'.
           01 WS-ORDER-KEY.
               05  WS-ORDER-REQUESTER-ID   PIC X(8).
               05  WS-ORDER-ID             PIC X(4).

           01 WS-BEFORE-IMAGE PIC X(20) VALUE SPACES.
           01 WS-AFTER-IMAGE PIC X(20) VALUE SPACES.

           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY patbdayp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM CARD-PARA
                   UNTIL WS-CARD-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'CATM0010E' TO MSG-ID
               STRING 'CARD FILE OPEN FAILED, STATUS=' WS-CARD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               END-IF
           END-IF.
           IF WS-CAT-STATUS NOT = '00' AND WS-CAT-STATUS NOT = '05'
               MOVE 'CATM0011E' TO MSG-ID
               STRING 'CATALOG FILE OPEN FAILED, STATUS=' WS-CAT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'CATM0012E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS=' WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE CAT-FILE
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               SET JOURNAL-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'CATM0013W' TO MSG-ID
               STRING 'CHANGE JOURNAL NOT AVAILABLE, STATUS='
                       WS-JRNL-STATUS ', CHANGES NOT JOURNALED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET JOURNAL-IS-AVAILABLE TO FALSE
           END-IF.
           PERFORM READ-CARD-PARA.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'CATM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'CATM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'CATM0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  GET-WUD-DAYS-PARA - the where-used window (optional control
      *  record, default 30 business days) and the cutoff date a
      *  delete's usage scan tests against: the Nth working day back
      *  on the business calendar. A processing date the calendar
      *  service cannot read leaves the cutoff open, so any use on
      *  the audit trail holds a plain delete.
      *----------------------------------------------------------------
       GET-WUD-DAYS-PARA.
           OPEN INPUT WUD-FILE.
           IF WS-WUD-STATUS = '00'
               READ WUD-FILE
                   AT END
                       MOVE 'CATM0021W' TO MSG-ID
                       STRING 'WHERE-USED FILE EMPTY, USING DEFAULT'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-WUD-STATUS = '00' AND WUD-DAYS NUMERIC
                       AND WUD-DAYS > ZERO
               END-IF
               CLOSE WUD-FILE
           END-IF.
           MOVE 'B' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           MOVE WS-WUD-DAYS TO BDY-DAYS.
           PERFORM BUS-DAY-PARA.
           IF BDY-DATE-INVALID
               MOVE LOW-VALUES TO WS-WUD-CUTOFF
           ELSE
               MOVE BDY-RESULT-DATE TO WS-WUD-CUTOFF
           END-IF.

      *----------------------------------------------------------------
      *  READ-CARD-PARA - prime/advance to the next maintenance card.
      *  card. The entry is read first (its image is the journal's
      *  before side), then a plain 'D' is held against the
      *  where-used window: a name the audit trail shows referenced
      *  within the last WS-WUD-DAYS business days is refused,
      *  because the already-submitted requests naming it would
      *  start skipping with LOOP0025W the morning after. 'F' skips
      *  only the usage check - it is still journaled, as the force
      *  it was.
      *  A 'D' that passes the window is then held against the
      *  standing orders: a name a current order uses is refused and
      *  the order listed. An 'F' deletes regardless, warned.
      *----------------------------------------------------------------
       DELETE-PARA.
           MOVE CARD-NAME TO CAT-NAME.
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-OK
               PERFORM STANDING-ORDER-PARA
               IF NAME-ON-STANDING-ORDER
                   IF CARD-ACTION = 'F'
                       MOVE 'CATM0025W' TO MSG-ID
                       STRING 'FORCED DELETE OF ' CARD-NAME
                               ' LEAVES STANDING ORDER '
                               WS-ORDER-REQUESTER-ID ' ' WS-ORDER-ID
                               DELIMITED BY SIZE INTO MSG-TEXT
                       MOVE WS-ORDER-REQUESTER-ID TO MSG-REQUESTER-ID
                       PERFORM LOG-MSG-PARA
                   ELSE
                       MOVE 'ON A STANDING ORDER - USE F'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                       MOVE SPACES TO LIST-RECORD
                       STRING '    USED BY STANDING ORDER REQ='
                               WS-ORDER-REQUESTER-ID
                               ' ORDER=' WS-ORDER-ID
                               DELIMITED BY SIZE INTO LIST-RECORD
                       WRITE LIST-RECORD
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-OK
               DELETE CAT-FILE
                   INVALID KEY
                       UNTIL WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-FILE
           ELSE
               MOVE 'CATM0022W' TO MSG-ID
               STRING 'AUDIT TRAIL NOT AVAILABLE, STATUS='
                       WS-AUDIT-STATUS ', DELETE OF ' CARD-NAME
                       ' UNCHECKED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.
           MOVE '00' TO WS-AUDIT-STATUS.

                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  STANDING-ORDER-PARA / SCAN-ORDER-PARA - one pass over the
      *  standing orders for one that still generates the name: not
      *  past its stop date (a suspended order can be resumed, so it
      *  counts). The scan stops at the first hit, whose key is kept
      *  for the listing. A file that will not open is warned about
      *  and the delete proceeds unchecked.
      *----------------------------------------------------------------
       STANDING-ORDER-PARA.
           SET NAME-ON-STANDING-ORDER TO FALSE.
           OPEN INPUT STO-FILE.
           IF WS-STO-STATUS = '00'
               MOVE LOW-VALUES TO STO-KEY
               START STO-FILE KEY NOT < STO-KEY
                   INVALID KEY
                       MOVE '10' TO WS-STO-STATUS
               END-START
               PERFORM SCAN-ORDER-PARA
                       UNTIL WS-STO-STATUS NOT = '00'
               CLOSE STO-FILE
           ELSE
               IF WS-STO-STATUS = '05'
                   CLOSE STO-FILE
               ELSE
                   MOVE 'CATM0024W' TO MSG-ID
                   STRING 'STANDING ORDER FILE NOT AVAILABLE, STATUS='
                           WS-STO-STATUS ', DELETE OF ' CARD-NAME
                           ' UNCHECKED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE '00' TO WS-STO-STATUS.

       SCAN-ORDER-PARA.
           READ STO-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-STO-STATUS
               NOT AT END
                   IF STO-PATTERN-NAME = CARD-NAME AND
                           (STO-STOP-DATE = SPACES OR
                            STO-STOP-DATE NOT < WS-PROC-DATE)
                       SET NAME-ON-STANDING-ORDER TO TRUE
                       MOVE STO-KEY TO WS-ORDER-KEY
                       MOVE '10' TO WS-STO-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  WRITE-JOURNAL-PARA - one journal record per applied card:
      *  business date, wall-clock time, action, name, the before
               MOVE CARD-RECORD TO JRN-CARD-IMAGE
               WRITE JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = '00'
                   MOVE 'CATM0023W' TO MSG-ID
                   STRING 'JOURNAL WRITE FAILED, STATUS=' WS-JRNL-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

           IF JOURNAL-IS-AVAILABLE
               CLOSE JRNL-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATCAT' TO MSG-PROGRAM.
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
