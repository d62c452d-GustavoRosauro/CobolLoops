      *    COL 1      ACTION  R=RESUBMIT CORRECTED  D=DROP REJECT
      *    COL 2-9    REJECT DATE (YYYYMMDD, FROM THE STORE KEY)
      *    COL 10-13  INPUT SEQUENCE         (THE REST OF THE KEY)
      *    COL 14-63  CORRECTED RECORD IMAGE (R ONLY, PATTRAN LAYOUT)
      *
      *  An R card's corrected image goes through the same edit set
      *  PATEDIT applies (numeric non-zero row count within the
      *  cards IS the open-rejects report.
      *  The processing date (for the aging arithmetic) comes from
      *  the same patdate control record LOOP and PATEDIT read.
      *  The corrected image is the full pattran record now that it
      *  carries the priority class (column 44 of the card, the
      *  image's column 31), and the class gets PATEDIT's E011 edit
      *  with the requested date.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the requester where a message is
      *  about one requester; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT). PATDIGST prints the morning
      *  exceptions digest from the log.
      *  A correction keeps the request's tracking id (pattran): the
      *  id PATEDIT gave the rejected request is carried from the
      *  store's record image into the corrected one, whatever the
      *  card has in those columns, so the request status tracker
      *  (TRKFILE, per pattrk, through PATTRKW) follows it through
      *  the correction. Each card's outcome is recorded there:
      *  RESUBMITTED, REJECTED again (a correction that failed the
      *  edits) or DROPPED. A correction that changes the requester
      *  closes the history under the old one as TRANSFERRED and
      *  carries on under the new one. Tracking is best-effort, as
      *  in PATEDIT.
      *  A reject's age is now counted in business days - the
      *  business calendar's working days after the reject date up
      *  to and including the processing date (CALFILE, per patcalr,
      *  through the business day service PATBDAY) - so a reject
      *  does not age over a weekend or a holiday. A date the
      *  calendar does not hold is counted Monday to Friday, with
      *  PATBDAY's warning.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  CARD-ACTION                 PIC X(1).
           05  CARD-REJECT-DATE            PIC X(8).
           05  CARD-INPUT-SEQ              PIC X(4).
           05  CARD-IMAGE                  PIC X(50).
           05  FILLER                      PIC X(17).

       FD  REJM-FILE.
           COPY patrejm.
           COPY patdate.

       FD  RSB-FILE.
       01  RSB-RECORD                      PIC X(50).

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(80).
           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

           01 WS-DAYS-OPEN PIC 9(5) VALUE ZERO.

           01 WS-DISPLAY-ID PIC X(8) VALUE SPACES.
                   10  WS-AGE-OPEN         PIC 9(5).
                   10  WS-AGE-OLDEST       PIC 9(5).

      *    The rejected request's identity, noted off the store
      *    record before a DELETE or REWRITE can disturb it.
           01 WS-ORIG-REQUESTER-ID PIC X(8) VALUE SPACES.
           01 WS-ORIG-TRACKING-ID PIC X(12) VALUE SPACES.
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
           PERFORM CARD-PARA
                   UNTIL WS-CARD-STATUS NOT = '00'.
           PERFORM AGING-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'RSUB0010E' TO MSG-ID
               STRING 'CARD FILE OPEN FAILED, STATUS=' WS-CARD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               END-IF
           END-IF.
           IF WS-REJM-STATUS NOT = '00' AND WS-REJM-STATUS NOT = '05'
               MOVE 'RSUB0011E' TO MSG-ID
               STRING 'REJECT STORE OPEN FAILED, STATUS=' WS-REJM-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT RSB-FILE.
           IF WS-RSB-STATUS NOT = '00'
               MOVE 'RSUB0012E' TO MSG-ID
               STRING 'RESUBMISSION FILE OPEN FAILED, STATUS='
                       WS-RSB-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE REJM-FILE
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'RSUB0013E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS=' WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE REJM-FILE
           IF WS-CAT-STATUS = '00' OR WS-CAT-STATUS = '05'
               SET CATALOG-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'RSUB0016W' TO MSG-ID
               STRING 'CATALOG FILE NOT AVAILABLE, STATUS='
                       WS-CAT-STATUS ', NAME CHECK SKIPPED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET CATALOG-IS-AVAILABLE TO FALSE
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'RSUB0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'RSUB0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'RSUB0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           MOVE 'RSUB0015I' TO MSG-ID
           STRING 'PROCESSING DATE ' WS-PROC-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  READ-CARD-PARA - prime/advance to the next correction card.
      *  RESUBMIT-PARA - fetch the reject, edit the corrected image,
      *  and either release it to the resubmission file (and close
      *  the reject) or leave it open with its resubmission count
      *  bumped so the aging listing shows the bounce. The released
      *  record carries the original request's tracking id.
      *----------------------------------------------------------------
       RESUBMIT-PARA.
           PERFORM FETCH-REJECT-PARA.
           IF CARD-IS-OK
               PERFORM NOTE-ORIGINAL-PARA
               MOVE CARD-IMAGE TO TRANSACTION-RECORD
               MOVE WS-ORIG-TRACKING-ID TO TRAN-TRACKING-ID
               PERFORM EDIT-REQUEST-PARA
               IF RECORD-PASSES-EDITS
                   WRITE RSB-RECORD FROM TRANSACTION-RECORD
                   DELETE REJM-FILE
                   MOVE 'RESUBMITTED' TO WS-ACTION-TAKEN
                   PERFORM APPLIED-PARA
                   PERFORM TRACK-RESUBMIT-PARA
               ELSE
                   ADD 1 TO REJM-RESUB-COUNT
                   REWRITE REJECT-MASTER-RECORD
                   STRING 'CORRECTION FAILED EDIT ' WS-REASON-CODE
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM REJECT-CARD-PARA
                   MOVE WS-ORIG-REQUESTER-ID TO TEV-REQUESTER-ID
                   MOVE 'REJECTED' TO TEV-STATE
                   STRING 'CORRECTION FAILED EDIT ' WS-REASON-CODE
                           DELIMITED BY SIZE INTO TEV-DETAIL
                   PERFORM TRACK-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  NOTE-ORIGINAL-PARA - whose request the reject was, and its
      *  tracking id, off the store record's image (pattran layout).
      *----------------------------------------------------------------
       NOTE-ORIGINAL-PARA.
           MOVE REJM-REQUESTER-ID TO WS-ORIG-REQUESTER-ID.
           MOVE REJM-RECORD-IMAGE TO TRANSACTION-RECORD.
           MOVE TRAN-TRACKING-ID TO WS-ORIG-TRACKING-ID.

      *----------------------------------------------------------------
      *  TRACK-RESUBMIT-PARA - the released correction on the
      *  tracker. Corrected to another requester, the old history is
      *  closed TRANSFERRED and the request goes on under the new
      *  requester; either way the RESUBMITTED event carries the
      *  corrected request's fields onto the summary.
      *----------------------------------------------------------------
       TRACK-RESUBMIT-PARA.
           IF TRAN-REQUESTER-ID NOT = WS-ORIG-REQUESTER-ID
               MOVE WS-ORIG-REQUESTER-ID TO TEV-REQUESTER-ID
               MOVE 'TRANSFERRED' TO TEV-STATE
               STRING 'CORRECTED TO REQUESTER ' TRAN-REQUESTER-ID
                       DELIMITED BY SIZE INTO TEV-DETAIL
               PERFORM TRACK-PARA
           END-IF.
           MOVE TRAN-REQUESTER-ID TO TEV-REQUESTER-ID.
           MOVE 'RESUBMITTED' TO TEV-STATE.
           STRING 'CORRECTED, REJECT KEY ' CARD-REJECT-DATE
                   ' ' CARD-INPUT-SEQ
                   DELIMITED BY SIZE INTO TEV-DETAIL.
           MOVE TRAN-RUN-DATE TO TEV-DUE-DATE.
           MOVE TRAN-FILL-CHAR TO TEV-FILL-CHAR.
           MOVE TRANSACTION-RECORD(2:4) TO TEV-ROW-COUNT.
           MOVE TRAN-PATTERN-TYPE TO TEV-PATTERN-TYPE.
           MOVE TRAN-PATTERN-NAME TO TEV-PATTERN-NAME.
           MOVE TRAN-PRIORITY TO TEV-PRIORITY.
           PERFORM TRACK-PARA.

      *----------------------------------------------------------------
      *  DROP-PARA - close a reject the submitting area withdrew.
      *----------------------------------------------------------------
       DROP-PARA.
           PERFORM FETCH-REJECT-PARA.
           IF CARD-IS-OK
               PERFORM NOTE-ORIGINAL-PARA
               DELETE REJM-FILE
               MOVE 'DROPPED' TO WS-ACTION-TAKEN
               PERFORM APPLIED-PARA
               MOVE WS-ORIG-REQUESTER-ID TO TEV-REQUESTER-ID
               MOVE 'DROPPED' TO TEV-STATE
               STRING 'WITHDRAWN, REJECT KEY ' CARD-REJECT-DATE
                       ' ' CARD-INPUT-SEQ
                       DELIMITED BY SIZE INTO TEV-DETAIL
               PERFORM TRACK-PARA
           END-IF.

       FETCH-REJECT-PARA.
      *----------------------------------------------------------------
      *  EDIT-REQUEST-PARA - the PATEDIT edit set, applied to the
      *  corrected image in TRANSACTION-RECORD: requested-date
      *  numeric and a known priority class, then catalog presence
      *  for a named pattern or the full inline edits. The first
      *  edit that fails names the reason code; the later edits are
      *  not piled on. A corrected record may carry a future date -
      *  PATEDIT holds it on the pending queue at release, which is
      *  the right place for it.
      *----------------------------------------------------------------
       EDIT-REQUEST-PARA.
           MOVE SPACES TO WS-REASON-CODE.
                   TRAN-RUN-DATE NOT NUMERIC
               MOVE 'E008' TO WS-REASON-CODE
           END-IF.
           IF RECORD-PASSES-EDITS AND NOT TRAN-PRIORITY-KNOWN
               MOVE 'E011' TO WS-REASON-CODE
           END-IF.
           IF RECORD-PASSES-EDITS
               IF TRAN-PATTERN-NAME NOT = SPACES
                   PERFORM EDIT-NAMED-PARA

      *----------------------------------------------------------------
      *  AGING-PARA - every reject still open after the cards, in
      *  key (oldest-first) order, with how many business days it
      *  has sat, then a per-department rollup. This section prints
      *  even for an empty deck, so PATRSB with no cards IS the
      *  open-rejects report the submitting areas get chased with.
      *----------------------------------------------------------------
       AGING-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING 'OPEN REJECTS BY AGE IN BUSINESS DAYS:'
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE LOW-VALUES TO REJM-KEY.
               MOVE 1 TO WS-ENTRY-IX
               PERFORM REPORT-DEPT-PARA
                       UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               MOVE 'RSUB0021W' TO MSG-ID
               STRING WS-OPEN-COUNT ' REJECT(S) STILL OPEN ON THE STORE'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

       AGE-ENTRY-PARA.
           END-READ.

      *----------------------------------------------------------------
      *  DAYS-OPEN-PARA - the working days after the reject date up
      *  to and including the processing date, by the business
      *  calendar. A reject date that will not parse, or is not
      *  before the processing date, ages as zero rather than
      *  abending the listing.
      *----------------------------------------------------------------
       DAYS-OPEN-PARA.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF REJM-REJECT-DATE NUMERIC AND
                   REJM-REJECT-DATE < WS-PROC-DATE
               MOVE 'D' TO BDY-FUNCTION
               MOVE REJM-REJECT-DATE TO BDY-DATE
               MOVE WS-PROC-DATE TO BDY-TO-DATE
               PERFORM BUS-DAY-PARA
               IF NOT BDY-DATE-INVALID
                   MOVE BDY-DAYS TO WS-DAYS-OPEN
               END-IF
           END-IF.

                   MOVE ZERO TO WS-AGE-OLDEST(WS-ENTRY-COUNT)
                   MOVE WS-ENTRY-COUNT TO WS-FOUND-IX
               ELSE
                   MOVE 'RSUB0022W' TO MSG-ID
                   STRING 'DEPARTMENT TABLE FULL, REJECTS FOR '
                           REJM-REQUESTER-ID ' NOT SUMMARIZED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE REJM-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           IF WS-FOUND-IX > ZERO
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
           MOVE 'PATRSB' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  TRACK-PARA - hand the state change set up in TEV-REQUESTER-
      *  ID/TEV-STATE/TEV-DETAIL for the card's request to the
      *  tracker writer (PATTRKW, per pattrkp). RETURN-CODE is kept
      *  across the CALL, and the per-event fields are cleared for
      *  the next. CLOSE-TRK-PARA closes the tracker at the end.
      *----------------------------------------------------------------
       TRACK-PARA.
           MOVE WS-ORIG-TRACKING-ID TO TEV-TRACKING-ID.
           MOVE WS-PROC-DATE TO TEV-PROC-DATE.
           MOVE 'PATRSB' TO TEV-PROGRAM.
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
