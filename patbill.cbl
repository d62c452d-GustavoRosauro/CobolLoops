      *  semicolon-delimited) the corporate system can load:
      *
      *    H;BILLDATE;PERIODSTART;PERIODEND        one per file
      *    I;REQUESTER;TYPE;REQS;ROWS;ROWRATE;REQRATE;AMOUNT;CC
      *                                            one per line item
      *    T;REQUESTER;AMOUNT;CC                   one per department
      *    C;TOTALREQS;TOTALROWS;TOTALAMOUNT       control total
      *
      *  The control record's TOTALROWS is every audit row read, so
      *  The billing period start/end come off the audit records'
      *  processing dates; the bill date is the patdate processing
      *  date with the usual wall-clock fallback.
      *  CC is the department's general-ledger cost center, looked
      *  up on the department master (DEPTFILE, per patdptr) and
      *  appended as the last field so an existing loader that
      *  reads the leading fields is undisturbed. A requester with
      *  no master record gets an empty CC and a warning (RC=4) -
      *  finance books it by hand rather than to a guessed ledger;
      *  *NONE* (pre-requester audit rows) never has one and is not
      *  warned about. A master that will not open leaves every CC
      *  empty, warned once.
      *  RC=0 normal, RC=4 unrated rows in the period or a requester
      *  without a cost center, RC=16 a file would not open.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the requester where a message is
      *  about one requester; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT). PATDIGST prints the morning
      *  exceptions digest from the log.
      *  Each request counted here that carries a tracking id
      *  (AUD-TRACKING-ID) is now recorded on the request status
      *  tracker (TRKFILE, per pattrk, through PATTRKW) as BILLED,
      *  with the bill date and the LOOP run that built it - the end
      *  of the request's life. Billing the same period again does
      *  not record it twice. Tracking is best-effort, as in PATEDIT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-REQUESTER-ID
               FILE STATUS IS WS-DPTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  BILL-FILE.
       01  BILL-RECORD                     PIC X(80).

       FD  DEPT-FILE.
           COPY patdptr.

       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-RATE-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-BILL-STATUS PIC XX VALUE '00'.
           01 WS-DPTM-STATUS PIC XX VALUE '00'.

           01 WS-DPTM-AVAIL-FLAG PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE    VALUE 'Y' FALSE 'N'.
           01 WS-COST-CENTER PIC X(10) VALUE SPACES.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-ED-REQ-RATE PIC 9(5).9(2).
           01 WS-ED-AMOUNT PIC 9(9).9(2).

           01 WS-TRK-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY pattrkp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE TRACK-EVENT.
           PERFORM INIT-PARA.
           PERFORM TALLY-PARA
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
           PERFORM INVOICE-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               MOVE 'BILL0010E' TO MSG-ID
               STRING 'RATE FILE OPEN FAILED, STATUS=' WS-RATE-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   UNTIL WS-RATE-STATUS NOT = '00'.
           CLOSE RATE-FILE.
           IF WS-RATE-COUNT = ZERO
               MOVE 'BILL0011E' TO MSG-ID
               STRING 'RATE FILE IS EMPTY'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'BILL0012E' TO MSG-ID
               STRING 'AUDIT FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BILL-FILE.
           IF WS-BILL-STATUS NOT = '00'
               MOVE 'BILL0013E' TO MSG-ID
               STRING 'BILLING FILE OPEN FAILED, STATUS=' WS-BILL-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DPTM-STATUS = '00' OR WS-DPTM-STATUS = '05'
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               MOVE 'BILL0022W' TO MSG-ID
               STRING 'DEPARTMENT MASTER NOT AVAILABLE, STATUS='
                       WS-DPTM-STATUS ', COST CENTERS LEFT EMPTY'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET DEPT-MASTER-AVAILABLE TO FALSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM READ-AUDIT-PARA.

       LOAD-RATE-PARA.
                           MOVE WS-RATE-COUNT TO WS-RATE-DEFAULT
                       END-IF
                   ELSE
                       MOVE 'BILL0014W' TO MSG-ID
                       STRING 'RATE TABLE FULL, RECORD FOR TYPE '
                               RATE-PATTERN-TYPE ' DROPPED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
           END-READ.

           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'BILL0015W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'BILL0015W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'BILL0015W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *  file's control total ties to that listing). The period
      *  brackets track the earliest and latest processing date
      *  seen; pre-processing-date records (blank date) leave them
      *  alone. A counted request with a tracking id is BILLED on
      *  the tracker.
      *----------------------------------------------------------------
       TALLY-PARA.
           MOVE AUD-PATTERN-TYPE TO WS-BILL-TYPE.
                       AND NOT AUD-RESUMED-REQUEST
                   ADD 1 TO WS-ITEM-REQUESTS(WS-FOUND-IX)
                   ADD 1 TO WS-TOTAL-REQUESTS
                   IF AUD-TRACKING-ID NOT = SPACES
                       PERFORM TRACK-BILLED-PARA
                   END-IF
               END-IF
           END-IF.
           IF AUD-PROC-DATE NOT = SPACES
           MOVE AUD-REQUEST-SEQ TO WS-PREV-REQUEST-SEQ.
           PERFORM READ-AUDIT-PARA.

      *----------------------------------------------------------------
      *  TRACK-BILLED-PARA - the request on the audit record in hand
      *  is billed: hand the state change to the request status
      *  tracker writer (PATTRKW, per pattrkp). RETURN-CODE is kept
      *  across the CALL. CLOSE-TRK-PARA closes the tracker.
      *----------------------------------------------------------------
       TRACK-BILLED-PARA.
           MOVE SPACES TO TRACK-EVENT.
           MOVE AUD-REQUESTER-ID TO TEV-REQUESTER-ID.
           MOVE AUD-TRACKING-ID TO TEV-TRACKING-ID.
           MOVE 'BILLED' TO TEV-STATE.
           MOVE WS-PROC-DATE TO TEV-PROC-DATE.
           MOVE 'PATBILL' TO TEV-PROGRAM.
           STRING 'BILL DATE ' WS-PROC-DATE ' RUN ' AUD-RUN-ID
                   ' REQUEST ' AUD-REQUEST-SEQ
                   DELIMITED BY SIZE INTO TEV-DETAIL.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'W'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.

       CLOSE-TRK-PARA.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'C'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.

      *----------------------------------------------------------------
      *  FIND-ITEM-PARA / SCAN-ITEM-PARA - the requester/type slot,
      *  created on first sight (which also enrolls the requester in
                   MOVE WS-ENTRY-COUNT TO WS-FOUND-IX
                   PERFORM ENROLL-DEPT-PARA
               ELSE
                   MOVE 'BILL0016W' TO MSG-ID
                   STRING 'ITEM TABLE FULL, ROWS FOR ' AUD-REQUESTER-ID
                           ' TYPE ' WS-BILL-TYPE ' NOT BILLED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE AUD-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
                   DELIMITED BY SIZE INTO BILL-RECORD.
           WRITE BILL-RECORD.
           IF WS-UNRATED-ROWS > ZERO
               MOVE 'BILL0020W' TO MSG-ID
               STRING WS-UNRATED-ROWS
                       ' ROW(S) OF UNRATED PATTERN TYPES BILLED AT ZERO'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.

       DEPT-INVOICE-PARA.
           PERFORM GET-COST-CENTER-PARA.
           MOVE ZERO TO WS-DEPT-AMOUNT.
           MOVE 1 TO WS-ENTRY-IX.
           PERFORM DEPT-ITEM-PARA
           MOVE SPACES TO BILL-RECORD.
           STRING 'T;' DELIMITED BY SIZE
                   WS-DISPLAY-ID DELIMITED BY SPACE
                   ';' WS-ED-AMOUNT ';' DELIMITED BY SIZE
                   WS-COST-CENTER DELIMITED BY SPACE
                   INTO BILL-RECORD.
           WRITE BILL-RECORD.
           ADD WS-DEPT-AMOUNT TO WS-TOTAL-AMOUNT.
           ADD 1 TO WS-DEPT-IX.

      *----------------------------------------------------------------
      *  GET-COST-CENTER-PARA - the current department's cost center
      *  off the department master, for its I and T records. An
      *  inactive department still has one - it is billed for the
      *  work it ran before it was retired.
      *----------------------------------------------------------------
       GET-COST-CENTER-PARA.
           MOVE SPACES TO WS-COST-CENTER.
           IF DEPT-MASTER-AVAILABLE AND
                   WS-DEPT-REQUESTER(WS-DEPT-IX) NOT = SPACES
               MOVE WS-DEPT-REQUESTER(WS-DEPT-IX) TO DPT-REQUESTER-ID
               READ DEPT-FILE
                   INVALID KEY
                       MOVE '23' TO WS-DPTM-STATUS
               END-READ
               IF WS-DPTM-STATUS = '00'
                   MOVE DPT-COST-CENTER TO WS-COST-CENTER
               END-IF
               IF WS-COST-CENTER = SPACES
                   MOVE 'BILL0021W' TO MSG-ID
                   STRING 'NO COST CENTER FOR REQUESTER '
                           WS-DEPT-REQUESTER(WS-DEPT-IX)
                           ', CC LEFT EMPTY'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-DEPT-REQUESTER(WS-DEPT-IX)
                           TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  DEPT-ITEM-PARA - one line item when the slot belongs to the
      *  current department: rate lookup, the arithmetic finance
                       WS-ITEM-REQUESTS(WS-ENTRY-IX) ';'
                       WS-ITEM-ROWS(WS-ENTRY-IX) ';'
                       WS-ED-ROW-RATE ';' WS-ED-REQ-RATE ';'
                       WS-ED-AMOUNT ';' DELIMITED BY SIZE
                       WS-COST-CENTER DELIMITED BY SPACE
                       INTO BILL-RECORD
               WRITE BILL-RECORD
               ADD WS-ITEM-AMOUNT TO WS-DEPT-AMOUNT
           ADD 1 TO WS-RATE-IX.

       TERM-PARA.
           MOVE 'BILL0001I' TO MSG-ID
           STRING 'REQUESTS=' WS-TOTAL-REQUESTS ' ROWS=' WS-TOTAL-ROWS
                   ' DEPARTMENTS=' WS-DEPT-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.
           CLOSE AUDIT-FILE.
           CLOSE BILL-FILE.
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
           MOVE 'PATBILL' TO MSG-PROGRAM.
           MOVE WS-PROC-DATE TO MSG-PROC-DATE.
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
