       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATPCLS.
      *****************************************************************
      *  PATPCLS - the period close. PATCHG and PATBILL only ever see
      *  the period still on the audit trail, and once PATRETN has
      *  moved it to the archive the period's usage is gone from
      *  every report. Run at period end, after PATBILL and before
      *  PATRETN, this program writes one summary record per
      *  department for the period to the permanent usage history
      *  (USEHIST, per patuseh), which the trend report (PATTREND)
      *  reads for its rolling 13-month grid:
      *    - requests and rows, and the rows by pattern type, off the
      *      audit trail (AUDTFILE, per pataudit) - only the records
      *      booked to the period (AUD-PROC-DATE), counted exactly as
      *      PATCHG and PATBILL count them;
      *    - the billed amount, the department's T record on the
      *      billing file PATBILL wrote (BILLFILE) - taken only when
      *      the file's header says its billing period ends in the
      *      period being closed, so a stale file is never booked;
      *    - the requests PATEDIT rejected in the period and the
      *      corrections resubmitted out of the reject store in the
      *      period, per the REJECTED and RESUBMITTED events on the
      *      request status tracker (TRKFILE, per pattrk), which is
      *      never aged - a request whose edit was rerun counts as
      *      one reject. Only when the tracker cannot be read are
      *      the rejects taken from the reject store (REJMFILE, per
      *      patrejm) instead, with a warning: the store holds only
      *      the rejects still open, because PATRSB deletes every
      *      one corrected or dropped.
      *  A department shows if it has any of them. The period is the
      *  optional PCLSCTL card (YYYYMM in cols 1-6) - which is how a
      *  period is closed again, or a period from before the history
      *  existed is closed from the archived audit trail - or, with
      *  no card, the month of the latest processing date on the
      *  audit trail (the month PATBILL has just billed; the
      *  processing date itself may already have rolled into the
      *  next one). Closing a period again replaces its records, and
      *  removes any record of the period for a department no longer
      *  in it, so a rerun never leaves a mix of two closes.
      *  The audit trail should hold the whole period: when it has
      *  nothing booked before the period and its first record for
      *  the period is later than the period's first working day on
      *  the business calendar (CALFILE, per patcalr, through the
      *  business day service PATBDAY) the close warns that the
      *  period may already have been trimmed.
      *  A billing file, reject store or tracker that cannot be read
      *  leaves its figures zero with a warning; an absent reject
      *  store simply has nothing in it.
      *  Each department closed is listed on PCLSLIST, marked NEW,
      *  REPLACED (with the rows the record had before) or REMOVED.
      *  RC=0 closed, RC=4 closed with a warning (see above), RC=16
      *  a file would not open, the card's period is not a past or
      *  current YYYYMM period, or a history record could not be
      *  written - PATRETNJ holds the retention pass on RC=16 so the
      *  period is not archived before it is closed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL BILL-FILE ASSIGN TO BILLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT OPTIONAL REJM-FILE ASSIGN TO REJMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJM-KEY
               FILE STATUS IS WS-REJM-STATUS.

           SELECT OPTIONAL TRK-FILE ASSIGN TO TRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRK-KEY
               FILE STATUS IS WS-TRK-STATUS.

           SELECT USE-FILE ASSIGN TO USEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USE-KEY
               FILE STATUS IS WS-USE-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO PCLSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT LIST-FILE ASSIGN TO PCLSLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY pataudit.

       FD  BILL-FILE.
       01  BILL-RECORD                     PIC X(80).

       FD  REJM-FILE.
           COPY patrejm.

       FD  TRK-FILE.
           COPY pattrk.

       FD  USE-FILE.
           COPY patuseh.

       FD  CTL-FILE.
       01  CLOSE-CONTROL-RECORD.
           05  PCTL-PERIOD                 PIC X(6).
           05  FILLER                      PIC X(74).

       FD  DATE-FILE.
           COPY patdate.

       FD  LIST-FILE.
       01  LIST-RECORD.
           05  LIST-CC                     PIC X(1).
           05  LIST-DATA                   PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-BILL-STATUS PIC XX VALUE '00'.
           01 WS-REJM-STATUS PIC XX VALUE '00'.
           01 WS-TRK-STATUS PIC XX VALUE '00'.
           01 WS-USE-STATUS PIC XX VALUE '00'.
           01 WS-CTL-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-PRINTED-STAMP PIC X(16) VALUE SPACES.

      *    The period being closed, and its first date and first
      *    working day for the coverage check.
           01 WS-PERIOD.
               05  WS-PERIOD-YEAR          PIC 9(4).
               05  WS-PERIOD-MONTH         PIC 9(2).
           01 WS-PERIOD-TEXT PIC X(7) VALUE SPACES.
           01 WS-PERIOD-FIRST-DATE PIC X(8) VALUE SPACES.
           01 WS-FIRST-WORK-DATE PIC X(8) VALUE SPACES.
           01 WS-PERIOD-OK-FLAG PIC X VALUE 'Y'.
               88  PERIOD-IS-OK             VALUE 'Y' FALSE 'N'.

           01 WS-AUD-LATEST PIC X(8) VALUE SPACES.
           01 WS-AUD-EARLIEST PIC X(8) VALUE SPACES.
           01 WS-AUD-BACK-FLAG PIC X VALUE 'N'.
               88  AUDIT-REACHES-BACK       VALUE 'Y' FALSE 'N'.

           01 WS-PREV-RUN-ID PIC X(8) VALUE LOW-VALUES.
           01 WS-PREV-REQUEST-SEQ PIC 9(4) VALUE ZERO.
           01 WS-PREV-REJ-REQUESTER PIC X(8) VALUE LOW-VALUES.
           01 WS-PREV-REJ-TRACKING-ID PIC X(12) VALUE LOW-VALUES.
           01 WS-TRK-READ-FLAG PIC X VALUE 'N'.
               88  TRACKER-WAS-READ         VALUE 'Y' FALSE 'N'.
           01 WS-TYPE-IX PIC 9(4) VALUE ZERO.

           01 WS-AUDIT-READ PIC 9(7) VALUE ZERO.
           01 WS-AUDIT-IN-PERIOD PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-REQUESTS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-ROWS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-BILLED PIC 9(9)V99 VALUE ZERO.
           01 WS-TOTAL-REJECTS PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-RESUBS PIC 9(5) VALUE ZERO.
           01 WS-NEW-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REPLACED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REMOVED-COUNT PIC 9(4) VALUE ZERO.

      *    The billing file's fields, off its H and T records (per
      *    PATBILL). The amount is written 9(9).9(2).
           01 WS-BILL-USABLE-FLAG PIC X VALUE 'N'.
               88  BILLING-IS-USABLE        VALUE 'Y' FALSE 'N'.
           01 WS-BILL-REC-TYPE PIC X(1) VALUE SPACE.
           01 WS-BILL-DATE PIC X(8) VALUE SPACES.
           01 WS-BILL-START PIC X(8) VALUE SPACES.
           01 WS-BILL-END PIC X(8) VALUE SPACES.
           01 WS-BILL-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-BILL-CC PIC X(10) VALUE SPACES.
           01 WS-BILL-AMOUNT-X.
               05  WS-BILL-AMT-UNITS       PIC 9(9).
               05  FILLER                  PIC X(1).
               05  WS-BILL-AMT-CENTS       PIC 9(2).
           01 WS-BILL-AMOUNT PIC 9(9)V99 VALUE ZERO.

      *    One slot per department seen in the period, in first-seen
      *    order - the fixed-table treatment PATCHG and PATBILL give
      *    their rollups, with the same overflow warning.
           01 WS-KEY-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-ENTRY-MAX PIC 9(4) VALUE 200.
           01 WS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           01 WS-ENTRY-IX PIC 9(4) VALUE ZERO.
           01 WS-FOUND-IX PIC 9(4) VALUE ZERO.
           01 WS-DEPT-TABLE.
               05  WS-DEPT-ENTRY OCCURS 200 TIMES.
                   10  WS-DP-REQUESTER     PIC X(8).
                   10  WS-DP-REQUESTS      PIC 9(7).
                   10  WS-DP-ROWS          PIC 9(7).
                   10  WS-DP-TYPE-ROWS     PIC 9(7) OCCURS 6 TIMES.
                   10  WS-DP-BILLED        PIC 9(9)V99.
                   10  WS-DP-REJECTS       PIC 9(5).
                   10  WS-DP-RESUBS        PIC 9(5).

           01 WS-USE-FOUND-FLAG PIC X VALUE 'N'.
               88  USE-RECORD-FOUND         VALUE 'Y' FALSE 'N'.
           01 WS-OLD-ROWS PIC 9(7) VALUE ZERO.
           01 WS-ACTION-TAKEN PIC X(8) VALUE SPACES.
           01 WS-DISPLAY-ID PIC X(8) VALUE SPACES.

           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(4) VALUE 9999.
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.

           01 PCL-DETAIL-LINE.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-REQUESTER           PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-REQUESTS            PIC Z(6)9.
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  PCL-ROWS                PIC Z(6)9.
               05  PCL-TYPE-ROWS OCCURS 6 TIMES.
                   10  FILLER              PIC X(1).
                   10  PCL-TYPE-ROW        PIC Z(6)9.
               05  FILLER                  PIC X(1)  VALUE SPACES.
               05  PCL-BILLED              PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-REJECTS             PIC Z(4)9.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-RESUBS              PIC Z(4)9.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-ACTION              PIC X(8).
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  PCL-OLD-ROWS            PIC X(16).

           01 PCL-COLUMN-LINE.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  FILLER                  PIC X(10) VALUE
                                           'DEPARTMENT'.
               05  FILLER                  PIC X(7)  VALUE
                                           '   REQS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '    ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '  D ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '  A ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '  P ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '  H ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '  B ROWS'.
               05  FILLER                  PIC X(8)  VALUE
                                           '   OTHER'.
               05  FILLER                  PIC X(15) VALUE
                                           '         BILLED'.
               05  FILLER                  PIC X(7)  VALUE
                                           'REJECTS'.
               05  FILLER                  PIC X(7)  VALUE
                                           '  RESUB'.
               05  FILLER                  PIC X(10) VALUE
                                           '  ACTION'.

           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY patbdayp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM TALLY-AUDIT-PARA
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
           PERFORM CHECK-COVERAGE-PARA.
           PERFORM BILLING-PARA.
           PERFORM TRACKER-PARA.
           IF NOT TRACKER-WAS-READ
               PERFORM REJECTS-PARA
           END-IF.
           MOVE 1 TO WS-ENTRY-IX.
           PERFORM WRITE-DEPT-PARA
                   UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT.
           PERFORM PURGE-STALE-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the processing date, the audit trail, the
      *  period to close (which may take a pass of the audit trail
      *  to find), the usage history (created empty on first use)
      *  and the listing; then the first audit record.
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
           PERFORM OPEN-AUDIT-PARA.
           PERFORM GET-PERIOD-PARA.
           OPEN I-O USE-FILE.
           IF WS-USE-STATUS = '35'
               OPEN OUTPUT USE-FILE
               IF WS-USE-STATUS = '00'
                   CLOSE USE-FILE
                   OPEN I-O USE-FILE
               END-IF
           END-IF.
           IF WS-USE-STATUS NOT = '00'
               MOVE 'PCLS0011E' TO MSG-ID
               STRING 'USAGE HISTORY OPEN FAILED, STATUS='
                       WS-USE-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'PCLS0012E' TO MSG-ID
               STRING 'CLOSE LISTING OPEN FAILED, STATUS='
                       WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE USE-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           PERFORM PAGE-BREAK-PARA.
           PERFORM READ-AUDIT-PARA.

       OPEN-AUDIT-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'PCLS0010E' TO MSG-ID
               STRING 'AUDIT FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the processing date from the patdate
      *  control record, with the usual wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'PCLS0015W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'PCLS0015W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'PCLS0015W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  GET-PERIOD-PARA - the period off the PCLSCTL card, which
      *  must be a real YYYYMM no later than the processing date's
      *  month; with no card, the month of the latest processing
      *  date on the audit trail.
      *----------------------------------------------------------------
       GET-PERIOD-PARA.
           MOVE SPACES TO WS-PERIOD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE '10' TO WS-CTL-STATUS
               END-READ
               IF WS-CTL-STATUS = '00'
                   MOVE PCTL-PERIOD TO WS-PERIOD
               END-IF
               CLOSE CTL-FILE
           END-IF.
           IF WS-PERIOD = SPACES
               PERFORM LATEST-PERIOD-PARA
           ELSE
               SET PERIOD-IS-OK TO TRUE
               IF WS-PERIOD NOT NUMERIC
                   SET PERIOD-IS-OK TO FALSE
               ELSE
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       SET PERIOD-IS-OK TO FALSE
                   END-IF
               END-IF
               IF NOT PERIOD-IS-OK
                   MOVE 'PCLS0013E' TO MSG-ID
                   STRING 'PCLSCTL PERIOD ' WS-PERIOD
                           ' IS NOT A YYYYMM PERIOD'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   CLOSE AUDIT-FILE
                   PERFORM CLOSE-MSG-PARA
                   STOP RUN
               END-IF
               IF WS-PERIOD > WS-PROC-DATE(1:6)
                   MOVE 'PCLS0014E' TO MSG-ID
                   STRING 'PCLSCTL PERIOD ' WS-PERIOD
                           ' IS LATER THAN THE PROCESSING DATE '
                           WS-PROC-DATE
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   CLOSE AUDIT-FILE
                   PERFORM CLOSE-MSG-PARA
                   STOP RUN
               END-IF
           END-IF.
           STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH
                   DELIMITED BY SIZE INTO WS-PERIOD-TEXT.
           STRING WS-PERIOD '01'
                   DELIMITED BY SIZE INTO WS-PERIOD-FIRST-DATE.

      *----------------------------------------------------------------
      *  LATEST-PERIOD-PARA - one pass of the audit trail for its
      *  latest processing date, then back to its start for the
      *  tally. A trail with no dated record closes the processing
      *  date's month.
      *----------------------------------------------------------------
       LATEST-PERIOD-PARA.
           PERFORM READ-AUDIT-PARA.
           PERFORM SCAN-LATEST-PARA
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
           CLOSE AUDIT-FILE.
           PERFORM OPEN-AUDIT-PARA.
           IF WS-AUD-LATEST = SPACES
               MOVE WS-PROC-DATE(1:6) TO WS-PERIOD
               MOVE 'PCLS0020W' TO MSG-ID
               STRING 'NO DATED AUDIT RECORDS, CLOSING THE PROCESSING '
                       'DATE''S PERIOD ' WS-PERIOD
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-AUD-LATEST(1:6) TO WS-PERIOD
           END-IF.

       SCAN-LATEST-PARA.
           IF AUD-PROC-DATE NOT = SPACES AND
                   AUD-PROC-DATE > WS-AUD-LATEST
               MOVE AUD-PROC-DATE TO WS-AUD-LATEST
           END-IF.
           PERFORM READ-AUDIT-PARA.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE '10' TO WS-AUDIT-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  TALLY-AUDIT-PARA - one audit record. Only a record booked to
      *  the period counts: every one is a row of its pattern type;
      *  the first record of a run id / request sequence pair is
      *  also a request unless it is flagged resumed (PATCHG's rule).
      *  The pair is followed across every record, in the period or
      *  not, so the counting matches PATCHG's exactly. The earliest
      *  date in the period, and whether anything is booked before
      *  it, feed the coverage check.
      *----------------------------------------------------------------
       TALLY-AUDIT-PARA.
           ADD 1 TO WS-AUDIT-READ.
           IF AUD-PROC-DATE(1:6) = WS-PERIOD
               ADD 1 TO WS-AUDIT-IN-PERIOD
               IF WS-AUD-EARLIEST = SPACES OR
                       AUD-PROC-DATE < WS-AUD-EARLIEST
                   MOVE AUD-PROC-DATE TO WS-AUD-EARLIEST
               END-IF
               MOVE AUD-REQUESTER-ID TO WS-KEY-REQUESTER
               PERFORM FIND-DEPT-PARA
               IF WS-FOUND-IX > ZERO
                   PERFORM TYPE-INDEX-PARA
                   ADD 1 TO WS-DP-ROWS(WS-FOUND-IX)
                   ADD 1 TO WS-DP-TYPE-ROWS(WS-FOUND-IX, WS-TYPE-IX)
                   ADD 1 TO WS-TOTAL-ROWS
                   IF (AUD-RUN-ID NOT = WS-PREV-RUN-ID OR
                           AUD-REQUEST-SEQ NOT = WS-PREV-REQUEST-SEQ)
                           AND NOT AUD-RESUMED-REQUEST
                       ADD 1 TO WS-DP-REQUESTS(WS-FOUND-IX)
                       ADD 1 TO WS-TOTAL-REQUESTS
                   END-IF
               END-IF
           ELSE
               IF AUD-PROC-DATE NOT = SPACES AND
                       AUD-PROC-DATE(1:6) < WS-PERIOD
                   SET AUDIT-REACHES-BACK TO TRUE
               END-IF
           END-IF.
           MOVE AUD-RUN-ID TO WS-PREV-RUN-ID.
           MOVE AUD-REQUEST-SEQ TO WS-PREV-REQUEST-SEQ.
           PERFORM READ-AUDIT-PARA.

      *----------------------------------------------------------------
      *  TYPE-INDEX-PARA - the row's slot in the by-type counts, in
      *  the patuseh order; a blank type is the original 'D'.
      *----------------------------------------------------------------
       TYPE-INDEX-PARA.
           EVALUATE AUD-PATTERN-TYPE
               WHEN 'D'
               WHEN SPACE
                   MOVE 1 TO WS-TYPE-IX
               WHEN 'A'
                   MOVE 2 TO WS-TYPE-IX
               WHEN 'P'
                   MOVE 3 TO WS-TYPE-IX
               WHEN 'H'
                   MOVE 4 TO WS-TYPE-IX
               WHEN 'B'
                   MOVE 5 TO WS-TYPE-IX
               WHEN OTHER
                   MOVE 6 TO WS-TYPE-IX
           END-EVALUATE.

      *----------------------------------------------------------------
      *  FIND-DEPT-PARA - the slot for WS-KEY-REQUESTER, created on
      *  first sight. LOOKUP-DEPT-PARA only looks.
      *----------------------------------------------------------------
       FIND-DEPT-PARA.
           PERFORM LOOKUP-DEPT-PARA.
           IF WS-FOUND-IX = ZERO
               IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                   ADD 1 TO WS-ENTRY-COUNT
                   INITIALIZE WS-DEPT-ENTRY(WS-ENTRY-COUNT)
                   MOVE WS-KEY-REQUESTER
                           TO WS-DP-REQUESTER(WS-ENTRY-COUNT)
                   MOVE WS-ENTRY-COUNT TO WS-FOUND-IX
               ELSE
                   MOVE 'PCLS0016W' TO MSG-ID
                   STRING 'DEPARTMENT TABLE FULL, USAGE FOR '
                           WS-KEY-REQUESTER ' NOT CLOSED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-KEY-REQUESTER TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOOKUP-DEPT-PARA.
           MOVE ZERO TO WS-FOUND-IX.
           MOVE 1 TO WS-ENTRY-IX.
           PERFORM SCAN-DEPT-PARA
                   UNTIL WS-FOUND-IX > ZERO
                   OR WS-ENTRY-IX > WS-ENTRY-COUNT.

       SCAN-DEPT-PARA.
           IF WS-DP-REQUESTER(WS-ENTRY-IX) = WS-KEY-REQUESTER
               MOVE WS-ENTRY-IX TO WS-FOUND-IX
           END-IF.
           ADD 1 TO WS-ENTRY-IX.

      *----------------------------------------------------------------
      *  CHECK-COVERAGE-PARA - warn when the audit trail has nothing
      *  for the period, or starts inside it later than its first
      *  working day with nothing booked before it (the front of the
      *  period already archived, most likely).
      *----------------------------------------------------------------
       CHECK-COVERAGE-PARA.
           CLOSE AUDIT-FILE.
           IF WS-AUDIT-IN-PERIOD = ZERO
               MOVE 'PCLS0021W' TO MSG-ID
               STRING 'NO AUDIT RECORDS FOR PERIOD ' WS-PERIOD-TEXT
                       ', NO REQUESTS OR ROWS CLOSED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT AUDIT-REACHES-BACK
                   PERFORM FIRST-WORK-DAY-PARA
                   IF WS-FIRST-WORK-DATE NOT = SPACES AND
                           WS-AUD-EARLIEST > WS-FIRST-WORK-DATE
                       MOVE 'PCLS0022W' TO MSG-ID
                       STRING 'AUDIT TRAIL FOR ' WS-PERIOD-TEXT
                               ' STARTS ' WS-AUD-EARLIEST
                               ', AFTER ITS FIRST WORKING DAY '
                               WS-FIRST-WORK-DATE
                               ' - PERIOD MAY BE INCOMPLETE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  FIRST-WORK-DAY-PARA - the period's first working day on the
      *  business calendar: its first date if that works, else the
      *  next working day after it.
      *----------------------------------------------------------------
       FIRST-WORK-DAY-PARA.
           MOVE SPACES TO WS-FIRST-WORK-DATE.
           MOVE 'T' TO BDY-FUNCTION.
           MOVE WS-PERIOD-FIRST-DATE TO BDY-DATE.
           PERFORM BUS-DAY-PARA.
           IF NOT BDY-DATE-INVALID
               IF BDY-IS-WORKING-DAY
                   MOVE WS-PERIOD-FIRST-DATE TO WS-FIRST-WORK-DATE
               ELSE
                   MOVE 'F' TO BDY-FUNCTION
                   MOVE WS-PERIOD-FIRST-DATE TO BDY-DATE
                   MOVE 1 TO BDY-DAYS
                   PERFORM BUS-DAY-PARA
                   IF NOT BDY-DATE-INVALID
                       MOVE BDY-RESULT-DATE TO WS-FIRST-WORK-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  BILLING-PARA - the billed amounts off PATBILL's billing
      *  file. Its header must come first and bill a period ending
      *  in the one being closed; otherwise the file is left alone.
      *----------------------------------------------------------------
       BILLING-PARA.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-STATUS = '00'
               PERFORM READ-BILL-PARA
               PERFORM BILL-RECORD-PARA
                       UNTIL WS-BILL-STATUS NOT = '00'
               CLOSE BILL-FILE
               IF WS-BILL-DATE = SPACES
                   MOVE 'PCLS0024W' TO MSG-ID
                   STRING 'BILLING FILE HAS NO HEADER RECORD, '
                           'BILLED AMOUNTS LEFT ZERO'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-BILL-STATUS = '05'
                   CLOSE BILL-FILE
               END-IF
               MOVE 'PCLS0023W' TO MSG-ID
               STRING 'BILLING FILE NOT AVAILABLE, STATUS='
                       WS-BILL-STATUS ', BILLED AMOUNTS LEFT ZERO'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-BILL-PARA.
           READ BILL-FILE
               AT END
                   MOVE '10' TO WS-BILL-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  BILL-RECORD-PARA - one billing file record: the H record
      *  decides whether the file belongs to the period, and each
      *  T record (T;REQUESTER;AMOUNT;CC) is then one department's
      *  billed amount. Line items and the control record are not
      *  needed here.
      *----------------------------------------------------------------
       BILL-RECORD-PARA.
           EVALUATE BILL-RECORD(1:2)
               WHEN 'H;'
                   UNSTRING BILL-RECORD DELIMITED BY ';'
                           INTO WS-BILL-REC-TYPE WS-BILL-DATE
                           WS-BILL-START WS-BILL-END
                   END-UNSTRING
                   IF WS-BILL-END(1:6) = WS-PERIOD
                       SET BILLING-IS-USABLE TO TRUE
                   ELSE
                       MOVE 'PCLS0024W' TO MSG-ID
                       STRING 'BILLING FILE IS FOR ' WS-BILL-START
                               ' TO ' WS-BILL-END ', NOT PERIOD '
                               WS-PERIOD-TEXT
                               ' - BILLED AMOUNTS LEFT ZERO'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN 'T;'
                   IF BILLING-IS-USABLE
                       PERFORM BILL-TOTAL-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-BILL-PARA.

       BILL-TOTAL-PARA.
           MOVE SPACES TO WS-BILL-REQUESTER WS-BILL-AMOUNT-X
                   WS-BILL-CC.
           UNSTRING BILL-RECORD DELIMITED BY ';'
                   INTO WS-BILL-REC-TYPE WS-BILL-REQUESTER
                   WS-BILL-AMOUNT-X WS-BILL-CC
           END-UNSTRING.
           IF WS-BILL-REQUESTER = '*NONE*'
               MOVE SPACES TO WS-BILL-REQUESTER
           END-IF.
           IF WS-BILL-AMT-UNITS NUMERIC AND WS-BILL-AMT-CENTS NUMERIC
               COMPUTE WS-BILL-AMOUNT = WS-BILL-AMT-UNITS
                       + (WS-BILL-AMT-CENTS / 100)
               MOVE WS-BILL-REQUESTER TO WS-KEY-REQUESTER
               PERFORM FIND-DEPT-PARA
               IF WS-FOUND-IX > ZERO
                   ADD WS-BILL-AMOUNT TO WS-DP-BILLED(WS-FOUND-IX)
                   ADD WS-BILL-AMOUNT TO WS-TOTAL-BILLED
               END-IF
           ELSE
               MOVE 'PCLS0025W' TO MSG-ID
               STRING 'BILLING TOTAL FOR ' WS-BILL-REQUESTER
                       ' IS NOT AN AMOUNT, NOT CLOSED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE WS-BILL-REQUESTER TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  REJECTS-PARA - only when the tracker could not be read: the
      *  reject store from the period's first date (its key leads
      *  with the reject date) to the end of the period, one reject
      *  per record to its department. The store has only the
      *  rejects still open, so the count is warned as short.
      *----------------------------------------------------------------
       REJECTS-PARA.
           MOVE 'PCLS0028W' TO MSG-ID.
           STRING 'REJECTS FOR ' WS-PERIOD-TEXT
                   ' TAKEN FROM THE REJECT STORE - OPEN REJECTS ONLY,'
                   ' CORRECTED AND DROPPED ONES ARE NOT COUNTED'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           MOVE 4 TO RETURN-CODE.
           OPEN INPUT REJM-FILE.
           IF WS-REJM-STATUS = '00'
               MOVE WS-PERIOD-FIRST-DATE TO REJM-REJECT-DATE
               MOVE ZERO TO REJM-INPUT-SEQ
               START REJM-FILE KEY NOT < REJM-KEY
                   INVALID KEY
                       MOVE '10' TO WS-REJM-STATUS
               END-START
               IF WS-REJM-STATUS = '00'
                   PERFORM READ-REJM-PARA
               END-IF
               PERFORM REJM-RECORD-PARA
                       UNTIL WS-REJM-STATUS NOT = '00'
               CLOSE REJM-FILE
           ELSE
               IF WS-REJM-STATUS = '05'
                   CLOSE REJM-FILE
               ELSE
                   MOVE 'PCLS0026W' TO MSG-ID
                   STRING 'REJECT STORE NOT AVAILABLE, STATUS='
                           WS-REJM-STATUS ', REJECTS LEFT ZERO'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-REJM-PARA.
           READ REJM-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-REJM-STATUS
           END-READ.

       REJM-RECORD-PARA.
           IF REJM-REJECT-DATE(1:6) > WS-PERIOD
               MOVE '10' TO WS-REJM-STATUS
           ELSE
               MOVE REJM-REQUESTER-ID TO WS-KEY-REQUESTER
               PERFORM FIND-DEPT-PARA
               IF WS-FOUND-IX > ZERO
                   ADD 1 TO WS-DP-REJECTS(WS-FOUND-IX)
                   ADD 1 TO WS-TOTAL-REJECTS
               END-IF
               PERFORM READ-REJM-PARA
           END-IF.

      *----------------------------------------------------------------
      *  TRACKER-PARA - the request status tracker, every record,
      *  for the rejects and resubmissions of the period (an absent
      *  tracker, before the tracker existed, is read as not there
      *  and the reject store stands in for the rejects).
      *----------------------------------------------------------------
       TRACKER-PARA.
           SET TRACKER-WAS-READ TO FALSE.
           OPEN INPUT TRK-FILE.
           IF WS-TRK-STATUS = '00'
               SET TRACKER-WAS-READ TO TRUE
               MOVE LOW-VALUES TO TRK-KEY
               START TRK-FILE KEY NOT < TRK-KEY
                   INVALID KEY
                       MOVE '10' TO WS-TRK-STATUS
               END-START
               IF WS-TRK-STATUS = '00'
                   PERFORM READ-TRK-PARA
               END-IF
               PERFORM TRK-RECORD-PARA
                       UNTIL WS-TRK-STATUS NOT = '00'
               CLOSE TRK-FILE
           ELSE
               IF WS-TRK-STATUS = '05'
                   CLOSE TRK-FILE
               ELSE
                   MOVE 'PCLS0027W' TO MSG-ID
                   STRING 'REQUEST TRACKER NOT AVAILABLE, STATUS='
                           WS-TRK-STATUS ', RESUBMISSIONS LEFT ZERO'
                           ' AND REJECTS FROM THE REJECT STORE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-TRK-PARA.
           READ TRK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TRK-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  TRK-RECORD-PARA - one tracker record (never a summary). A
      *  RESUBMITTED event dated in the period is one resubmission
      *  for the requester it is filed under. A REJECTED event
      *  PATEDIT recorded in the period is one reject, counted once
      *  per tracking id: a rerun of the edit repeats the event
      *  under the same id, and the key keeps a request's events
      *  together, so the id last counted is all that is needed.
      *  (PATRSB's REJECTED events are failed corrections of a
      *  reject already counted.)
      *----------------------------------------------------------------
       TRK-RECORD-PARA.
           IF NOT TRK-IS-SUMMARY AND
                   TRK-EVENT-DATE(1:6) = WS-PERIOD
               IF TRK-STATE-RESUBMITTED
                   MOVE TRK-REQUESTER-ID TO WS-KEY-REQUESTER
                   PERFORM FIND-DEPT-PARA
                   IF WS-FOUND-IX > ZERO
                       ADD 1 TO WS-DP-RESUBS(WS-FOUND-IX)
                       ADD 1 TO WS-TOTAL-RESUBS
                   END-IF
               END-IF
               IF TRK-STATE-REJECTED AND TRK-PROGRAM = 'PATEDIT'
                   AND (TRK-REQUESTER-ID NOT = WS-PREV-REJ-REQUESTER
                   OR TRK-TRACKING-ID NOT = WS-PREV-REJ-TRACKING-ID)
                   MOVE TRK-REQUESTER-ID TO WS-PREV-REJ-REQUESTER
                   MOVE TRK-TRACKING-ID TO WS-PREV-REJ-TRACKING-ID
                   MOVE TRK-REQUESTER-ID TO WS-KEY-REQUESTER
                   PERFORM FIND-DEPT-PARA
                   IF WS-FOUND-IX > ZERO
                       ADD 1 TO WS-DP-REJECTS(WS-FOUND-IX)
                       ADD 1 TO WS-TOTAL-REJECTS
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRK-PARA.

      *----------------------------------------------------------------
      *  WRITE-DEPT-PARA - one department's history record for the
      *  period: a new record, or the one an earlier close of the
      *  same period wrote, replaced. Listed either way.
      *----------------------------------------------------------------
       WRITE-DEPT-PARA.
           MOVE WS-DP-REQUESTER(WS-ENTRY-IX) TO USE-REQUESTER-ID.
           MOVE WS-PERIOD TO USE-PERIOD.
           MOVE ZERO TO WS-OLD-ROWS.
           SET USE-RECORD-FOUND TO TRUE.
           READ USE-FILE
               INVALID KEY
                   SET USE-RECORD-FOUND TO FALSE
           END-READ.
           IF USE-RECORD-FOUND
               MOVE USE-ROWS TO WS-OLD-ROWS
           END-IF.
           MOVE SPACES TO USAGE-HISTORY-RECORD.
           MOVE WS-DP-REQUESTER(WS-ENTRY-IX) TO USE-REQUESTER-ID.
           MOVE WS-PERIOD TO USE-PERIOD.
           MOVE WS-DP-REQUESTS(WS-ENTRY-IX) TO USE-REQUESTS.
           MOVE WS-DP-ROWS(WS-ENTRY-IX) TO USE-ROWS.
           MOVE 1 TO WS-TYPE-IX.
           PERFORM MOVE-TYPE-ROWS-PARA
                   UNTIL WS-TYPE-IX > 6.
           MOVE WS-DP-BILLED(WS-ENTRY-IX) TO USE-BILLED-AMOUNT.
           MOVE WS-DP-REJECTS(WS-ENTRY-IX) TO USE-REJECTS.
           MOVE WS-DP-RESUBS(WS-ENTRY-IX) TO USE-RESUBMISSIONS.
           MOVE WS-PROC-DATE TO USE-CLOSE-DATE.
           IF BILLING-IS-USABLE
               MOVE WS-BILL-DATE TO USE-BILL-DATE
           END-IF.
           IF USE-RECORD-FOUND
               MOVE 'REPLACED' TO WS-ACTION-TAKEN
               REWRITE USAGE-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE 'NEW' TO WS-ACTION-TAKEN
               WRITE USAGE-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-USE-STATUS = '00'
               IF USE-RECORD-FOUND
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           ELSE
               MOVE 'PCLS0017E' TO MSG-ID
               STRING 'USAGE HISTORY WRITE FAILED FOR '
                       USE-REQUESTER-ID ' ' WS-PERIOD ', STATUS='
                       WS-USE-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE USE-REQUESTER-ID TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               MOVE 'FAILED' TO WS-ACTION-TAKEN
           END-IF.
           PERFORM LIST-DEPT-PARA.
           ADD 1 TO WS-ENTRY-IX.

       MOVE-TYPE-ROWS-PARA.
           MOVE WS-DP-TYPE-ROWS(WS-ENTRY-IX, WS-TYPE-IX)
                   TO USE-TYPE-ROWS-ENTRY(WS-TYPE-IX).
           ADD 1 TO WS-TYPE-IX.

      *----------------------------------------------------------------
      *  LIST-DEPT-PARA - the listing line for the history record in
      *  hand.
      *----------------------------------------------------------------
       LIST-DEPT-PARA.
           MOVE USE-REQUESTER-ID TO WS-DISPLAY-ID.
           IF WS-DISPLAY-ID = SPACES
               MOVE '*NONE*' TO WS-DISPLAY-ID
           END-IF.
           MOVE WS-DISPLAY-ID TO PCL-REQUESTER.
           MOVE USE-REQUESTS TO PCL-REQUESTS.
           MOVE USE-ROWS TO PCL-ROWS.
           MOVE 1 TO WS-TYPE-IX.
           PERFORM LIST-TYPE-ROWS-PARA
                   UNTIL WS-TYPE-IX > 6.
           MOVE USE-BILLED-AMOUNT TO PCL-BILLED.
           MOVE USE-REJECTS TO PCL-REJECTS.
           MOVE USE-RESUBMISSIONS TO PCL-RESUBS.
           MOVE WS-ACTION-TAKEN TO PCL-ACTION.
           MOVE SPACES TO PCL-OLD-ROWS.
           IF WS-ACTION-TAKEN = 'REPLACED' OR
                   WS-ACTION-TAKEN = 'REMOVED'
               STRING 'ROWS WAS ' WS-OLD-ROWS
                       DELIMITED BY SIZE INTO PCL-OLD-ROWS
           END-IF.
           MOVE PCL-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

       LIST-TYPE-ROWS-PARA.
           MOVE SPACE TO PCL-TYPE-ROWS(WS-TYPE-IX).
           MOVE USE-TYPE-ROWS-ENTRY(WS-TYPE-IX)
                   TO PCL-TYPE-ROW(WS-TYPE-IX).
           ADD 1 TO WS-TYPE-IX.

      *----------------------------------------------------------------
      *  PURGE-STALE-PARA - after a close of a period already
      *  closed, any record of the period for a department that is
      *  no longer in it (its only rows were rebooked, say) is
      *  removed, so the period reads as this close alone.
      *----------------------------------------------------------------
       PURGE-STALE-PARA.
           MOVE LOW-VALUES TO USE-KEY.
           START USE-FILE KEY NOT < USE-KEY
               INVALID KEY
                   MOVE '10' TO WS-USE-STATUS
           END-START.
           IF WS-USE-STATUS = '00'
               PERFORM READ-USE-PARA
           END-IF.
           PERFORM PURGE-CHECK-PARA
                   UNTIL WS-USE-STATUS NOT = '00'.

       READ-USE-PARA.
           READ USE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-USE-STATUS
           END-READ.

       PURGE-CHECK-PARA.
           IF USE-PERIOD = WS-PERIOD
               MOVE USE-REQUESTER-ID TO WS-KEY-REQUESTER
               PERFORM LOOKUP-DEPT-PARA
               IF WS-FOUND-IX = ZERO
                   MOVE USE-ROWS TO WS-OLD-ROWS
                   MOVE 'REMOVED' TO WS-ACTION-TAKEN
                   PERFORM LIST-DEPT-PARA
                   DELETE USE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-IF.
           PERFORM READ-USE-PARA.

      *----------------------------------------------------------------
      *  PRINT-LINE-PARA / PAGE-BREAK-PARA - LOOP's report paging:
      *  the heading and the column line whenever the page is full,
      *  then the line with a blank ASA carriage control byte.
      *----------------------------------------------------------------
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PAGE-BREAK-PARA
           END-IF.
           MOVE SPACE TO LIST-CC.
           MOVE WS-PRINT-LINE TO LIST-DATA.
           WRITE LIST-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       PAGE-BREAK-PARA.
           ADD 1 TO WS-PAGE-NUM.
           MOVE '1' TO LIST-CC.
           MOVE SPACES TO LIST-DATA.
           STRING 'PERIOD CLOSE - DEPARTMENT USAGE FOR '
                   WS-PERIOD-TEXT
                   '   PROCESSING DATE ' WS-PROC-DATE
                   '   PRINTED ' WS-PRINTED-STAMP
                   '   PAGE ' WS-PAGE-NUM
                   DELIMITED BY SIZE INTO LIST-DATA.
           WRITE LIST-RECORD.
           MOVE SPACE TO LIST-CC.
           MOVE PCL-COLUMN-LINE TO LIST-DATA.
           WRITE LIST-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      *  TERM-PARA - the totals, on the listing and the message log.
      *----------------------------------------------------------------
       TERM-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE WS-TOTAL-BILLED TO PCL-BILLED.
           STRING 'TOTAL  REQUESTS=' WS-TOTAL-REQUESTS
                   ' ROWS=' WS-TOTAL-ROWS
                   ' BILLED=' PCL-BILLED
                   ' REJECTS=' WS-TOTAL-REJECTS
                   ' RESUBMITTED=' WS-TOTAL-RESUBS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           STRING 'AUDIT RECORDS READ=' WS-AUDIT-READ
                   ' IN PERIOD=' WS-AUDIT-IN-PERIOD
                   '   BILLING FILE ' WS-BILL-DATE
                   ' FOR ' WS-BILL-START ' TO ' WS-BILL-END
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 'PCLS0001I' TO MSG-ID.
           STRING 'PERIOD ' WS-PERIOD-TEXT ' CLOSED: NEW='
                   WS-NEW-COUNT ' REPLACED=' WS-REPLACED-COUNT
                   ' REMOVED=' WS-REMOVED-COUNT
                   ' REQUESTS=' WS-TOTAL-REQUESTS
                   ' ROWS=' WS-TOTAL-ROWS
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           CLOSE USE-FILE.
           CLOSE LIST-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATPCLS' TO MSG-PROGRAM.
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
