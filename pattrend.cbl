       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTREND.
      *****************************************************************
      *  PATTREND - the department usage trend. Reads the permanent
      *  usage history the period close (PATPCLS) writes (USEHIST,
      *  per patuseh) and prints, for every department with usage
      *  in the window, a rolling 13-month grid on TRNDRPT - one
      *  column per period, oldest first - of its requests, rows,
      *  rows by pattern type, billed amount, rejects and
      *  resubmissions, with the period-over-period change in rows
      *  and in billed amount. A period with no history record for
      *  the department reads as zero. The change for the first
      *  column is against the month before it, read for that
      *  purpose only.
      *  A department whose rows grew by more than the jump
      *  percentage from one period to the next is flagged: the
      *  change carries a '*', the department's heading says so,
      *  and the report ends with every flagged department and its
      *  largest jump. Growth from nothing (a department with no
      *  rows the period before) shows as NEW and is not flagged -
      *  there is nothing to grow from.
      *  The whole installation's usage follows as an ALL
      *  DEPARTMENTS grid.
      *  The same figures go to TRNDCSV, semicolon-delimited for the
      *  finance spreadsheet: a column-heading record, then one
      *  record per department per period of the window, in the
      *  grid's order, with the department's name and cost center
      *  off the department master (DEPTFILE, per patdptr), the
      *  changes as signed whole percentages, and Y in the last
      *  field for a flagged change. Amounts are written as PATBILL
      *  writes them (plain digits and a decimal point); the grid
      *  shows them in whole units.
      *  The optional TRNDCTL card gives the last period of the
      *  window (YYYYMM, cols 1-6; blank = the latest period on the
      *  history) and the jump percentage (cols 8-10; blank = 25).
      *  RC=0 normal (flags included - this is a reporting
      *  program), RC=4 a card field or the department master could
      *  not be used, or the history is empty, RC=16 a file would
      *  not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USE-FILE ASSIGN TO USEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USE-KEY
               FILE STATUS IS WS-USE-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO TRNDCTL
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

           SELECT RPT-FILE ASSIGN TO TRNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CSV-FILE ASSIGN TO TRNDCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USE-FILE.
           COPY patuseh.

       FD  CTL-FILE.
       01  TREND-CONTROL-RECORD.
           05  TCTL-PERIOD                 PIC X(6).
           05  FILLER                      PIC X(1).
           05  TCTL-JUMP-PCT               PIC X(3).
           05  FILLER                      PIC X(70).

       FD  DATE-FILE.
           COPY patdate.

       FD  DEPT-FILE.
           COPY patdptr.

       FD  RPT-FILE.
       01  RPT-RECORD.
           05  RPT-CC                      PIC X(1).
           05  RPT-DATA                    PIC X(132).

       FD  CSV-FILE.
       01  CSV-RECORD                      PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-USE-STATUS PIC XX VALUE '00'.
           01 WS-CTL-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-DPTM-STATUS PIC XX VALUE '00'.
           01 WS-RPT-STATUS PIC XX VALUE '00'.
           01 WS-CSV-STATUS PIC XX VALUE '00'.

           01 WS-DPTM-AVAIL-FLAG PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE    VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-PRINTED-STAMP PIC X(16) VALUE SPACES.
           01 WS-JUMP-PCT PIC 9(3) VALUE 25.

      *    The window: slot 1 is the month before the first column,
      *    slots 2-14 the 13 periods printed, oldest first.
           01 WS-SLOT-MAX PIC 9(4) VALUE 14.
           01 WS-SLOT-IX PIC 9(4) VALUE ZERO.
           01 WS-CELL-IX PIC 9(4) VALUE ZERO.
           01 WS-TYPE-IX PIC 9(4) VALUE ZERO.
           01 WS-END-PERIOD.
               05  WS-END-YEAR             PIC 9(4).
               05  WS-END-MONTH            PIC 9(2).
           01 WS-WORK-PERIOD.
               05  WS-WORK-YEAR            PIC 9(4).
               05  WS-WORK-MONTH           PIC 9(2).
           01 WS-LATEST-PERIOD PIC X(6) VALUE SPACES.
           01 WS-PERIOD-TABLE.
               05  WS-PER-ENTRY OCCURS 14 TIMES.
                   10  WS-PER-PERIOD       PIC X(6).
                   10  WS-PER-TEXT         PIC X(7).
           01 WS-PERIOD-OK-FLAG PIC X VALUE 'Y'.
               88  PERIOD-IS-OK             VALUE 'Y' FALSE 'N'.

      *    One department's window, and the whole installation's
      *    (the same layout, so the ALL DEPARTMENTS grid prints
      *    through the same paragraphs).
           01 WS-SLOT-TABLE.
               05  WS-SLOT OCCURS 14 TIMES.
                   10  WS-SL-REQUESTS      PIC 9(9).
                   10  WS-SL-ROWS          PIC 9(9).
                   10  WS-SL-TYPE-ROWS     PIC 9(9) OCCURS 6 TIMES.
                   10  WS-SL-BILLED        PIC 9(11)V99.
                   10  WS-SL-REJECTS       PIC 9(7).
                   10  WS-SL-RESUBS        PIC 9(7).
           01 WS-TOT-SLOT-TABLE.
               05  WS-TOT-SLOT OCCURS 14 TIMES.
                   10  WS-TS-REQUESTS      PIC 9(9).
                   10  WS-TS-ROWS          PIC 9(9).
                   10  WS-TS-TYPE-ROWS     PIC 9(9) OCCURS 6 TIMES.
                   10  WS-TS-BILLED        PIC 9(11)V99.
                   10  WS-TS-REJECTS       PIC 9(7).
                   10  WS-TS-RESUBS        PIC 9(7).

      *    The period-over-period changes for the printed slots: the
      *    grid cells, the plain percentages for the delimited file,
      *    and the jump flag.
           01 WS-CHANGE-TABLE.
               05  WS-CHANGE OCCURS 14 TIMES.
                   10  WS-CH-ROW-CELL      PIC X(9).
                   10  WS-CH-BILL-CELL     PIC X(9).
                   10  WS-CH-ROW-TEXT      PIC X(5).
                   10  WS-CH-BILL-TEXT     PIC X(5).
                   10  WS-CH-JUMP          PIC X(1).
           01 WS-CHG-CUR PIC 9(11)V99 VALUE ZERO.
           01 WS-CHG-PREV PIC 9(11)V99 VALUE ZERO.
           01 WS-CHG-PCT PIC S9(7) VALUE ZERO.
           01 WS-CHG-CAP PIC S9(7) VALUE 9999.
           01 WS-CHG-CELL PIC X(9) VALUE SPACES.
           01 WS-CHG-TEXT PIC X(5) VALUE SPACES.
           01 WS-CHG-KIND PIC X(1) VALUE SPACE.
               88  CHANGE-IS-NONE           VALUE ' '.
               88  CHANGE-IS-NEW            VALUE 'N'.
               88  CHANGE-IS-PCT            VALUE 'P'.
           01 WS-ED-CHG.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  WS-ED-CHG-PCT           PIC +(4)9.
               05  FILLER                  PIC X(1)  VALUE '%'.
               05  WS-ED-CHG-FLAG          PIC X(1)  VALUE SPACE.
           01 WS-ED-CSV-PCT PIC -(4)9.
           01 WS-ED-CSV-PCT-X REDEFINES WS-ED-CSV-PCT PIC X(5).
           01 WS-LEAD-COUNT PIC 9(4) VALUE ZERO.

      *    The department in hand.
           01 WS-CURR-REQUESTER PIC X(8) VALUE LOW-VALUES.
           01 WS-DISPLAY-ID PIC X(8) VALUE SPACES.
           01 WS-DEPT-NAME PIC X(30) VALUE SPACES.
           01 WS-DEPT-CC PIC X(10) VALUE SPACES.
           01 WS-DEPT-OPEN-FLAG PIC X VALUE 'N'.
               88  DEPT-IS-OPEN             VALUE 'Y' FALSE 'N'.
           01 WS-DEPT-DATA-FLAG PIC X VALUE 'N'.
               88  DEPT-HAS-DATA            VALUE 'Y' FALSE 'N'.
           01 WS-DEPT-JUMP-FLAG PIC X VALUE 'N'.
               88  DEPT-HAS-JUMPED          VALUE 'Y' FALSE 'N'.
           01 WS-TOTAL-BLOCK-FLAG PIC X VALUE 'N'.
               88  BLOCK-IS-TOTAL           VALUE 'Y' FALSE 'N'.
           01 WS-MAX-JUMP-PCT PIC S9(7) VALUE ZERO.
           01 WS-MAX-JUMP-PERIOD PIC X(7) VALUE SPACES.

      *    The flagged departments, for the closing list - the same
      *    200 departments PATCHG and PATBILL allow for.
           01 WS-FLAG-MAX PIC 9(4) VALUE 200.
           01 WS-FLAG-COUNT PIC 9(4) VALUE ZERO.
           01 WS-FLAG-IX PIC 9(4) VALUE ZERO.
           01 WS-FLAG-TABLE.
               05  WS-FLAG-ENTRY OCCURS 200 TIMES.
                   10  WS-FL-REQUESTER     PIC X(8).
                   10  WS-FL-NAME          PIC X(30).
                   10  WS-FL-PCT           PIC 9(4).
                   10  WS-FL-PERIOD        PIC X(7).

           01 WS-HIST-READ PIC 9(7) VALUE ZERO.
           01 WS-DEPT-PRINTED PIC 9(4) VALUE ZERO.
           01 WS-CSV-WRITTEN PIC 9(7) VALUE ZERO.
           01 WS-WHOLE-AMOUNT PIC 9(11) VALUE ZERO.
           01 WS-ED-CELL PIC Z(8)9.
           01 WS-ED-AMOUNT PIC 9(11).9(2).
           01 WS-ED-FLAG-PCT PIC Z(3)9.
           01 WS-LINE-KIND PIC X(1) VALUE SPACE.
           01 WS-CSV-JUMP PIC X(1) VALUE SPACE.

           01 TRD-GRID-LINE.
               05  TRD-LABEL               PIC X(15).
               05  TRD-CELL                PIC X(9) OCCURS 13 TIMES.

           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(4) VALUE 9999.
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-BLOCK-LINES PIC 9(4) VALUE 17.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE WS-TOT-SLOT-TABLE.
           PERFORM INIT-PARA.
           PERFORM LOAD-PARA
                   UNTIL WS-USE-STATUS NOT = '00'.
           IF DEPT-IS-OPEN
               PERFORM DEPT-BLOCK-PARA
           END-IF.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the processing date, the card, the history
      *  (positioned at its first record), the department master
      *  for names and cost centers (OPTIONAL, best-effort), the
      *  report and the delimited file; then the window.
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
           PERFORM GET-CONTROL-PARA.
           OPEN INPUT USE-FILE.
           IF WS-USE-STATUS NOT = '00'
               MOVE 'TRND0010E' TO MSG-ID
               STRING 'USAGE HISTORY OPEN FAILED, STATUS='
                       WS-USE-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'TRND0011E' TO MSG-ID
               STRING 'TREND REPORT OPEN FAILED, STATUS='
                       WS-RPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE USE-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = '00'
               MOVE 'TRND0012E' TO MSG-ID
               STRING 'TREND DELIMITED FILE OPEN FAILED, STATUS='
                       WS-CSV-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE USE-FILE
               CLOSE RPT-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DPTM-STATUS = '00' OR WS-DPTM-STATUS = '05'
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               MOVE 'TRND0016W' TO MSG-ID
               STRING 'DEPARTMENT MASTER NOT AVAILABLE, STATUS='
                       WS-DPTM-STATUS
                       ', DEPARTMENT NAMES AND COST CENTERS OMITTED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET DEPT-MASTER-AVAILABLE TO FALSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-END-PERIOD = SPACES
               PERFORM LATEST-PERIOD-PARA
           END-IF.
           PERFORM SET-WINDOW-PARA.
           MOVE SPACES TO CSV-RECORD.
           STRING 'DEPARTMENT;NAME;COST CENTER;PERIOD;REQUESTS;ROWS;'
                   'D ROWS;A ROWS;P ROWS;H ROWS;B ROWS;OTHER ROWS;'
                   'BILLED;REJECTS;RESUBMITTED;ROWS CHANGE PCT;'
                   'BILLED CHANGE PCT;ROWS JUMP'
                   DELIMITED BY SIZE INTO CSV-RECORD.
           WRITE CSV-RECORD.
           PERFORM PAGE-BREAK-PARA.
           PERFORM START-HISTORY-PARA.

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
                       MOVE 'TRND0015W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'TRND0015W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'TRND0015W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  GET-CONTROL-PARA - the TRNDCTL card: the window's last
      *  period and the jump percentage. A field that is not usable
      *  is warned about and its default taken.
      *----------------------------------------------------------------
       GET-CONTROL-PARA.
           MOVE SPACES TO WS-END-PERIOD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE '10' TO WS-CTL-STATUS
               END-READ
               IF WS-CTL-STATUS = '00'
                   PERFORM CARD-PERIOD-PARA
                   IF TCTL-JUMP-PCT NOT = SPACES
                       IF TCTL-JUMP-PCT NUMERIC
                           MOVE TCTL-JUMP-PCT TO WS-JUMP-PCT
                       ELSE
                           MOVE 'TRND0014W' TO MSG-ID
                           STRING 'TRNDCTL JUMP PERCENTAGE '
                                   TCTL-JUMP-PCT
                                   ' NOT NUMERIC, USING '
                                   WS-JUMP-PCT
                                   DELIMITED BY SIZE INTO MSG-TEXT
                           PERFORM LOG-MSG-PARA
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.

       CARD-PERIOD-PARA.
           IF TCTL-PERIOD NOT = SPACES
               SET PERIOD-IS-OK TO TRUE
               MOVE TCTL-PERIOD TO WS-END-PERIOD
               IF WS-END-PERIOD NOT NUMERIC
                   SET PERIOD-IS-OK TO FALSE
               ELSE
                   IF WS-END-MONTH < 1 OR WS-END-MONTH > 12
                       SET PERIOD-IS-OK TO FALSE
                   END-IF
               END-IF
               IF NOT PERIOD-IS-OK
                   MOVE 'TRND0013W' TO MSG-ID
                   STRING 'TRNDCTL PERIOD ' TCTL-PERIOD
                           ' IS NOT A YYYYMM PERIOD, USING THE LATEST'
                           ' ON THE HISTORY'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
                   MOVE SPACES TO WS-END-PERIOD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  LATEST-PERIOD-PARA - one pass of the history for its latest
      *  period (the last one closed). An empty history gives the
      *  processing date's month, and a report saying there is
      *  nothing to show.
      *----------------------------------------------------------------
       LATEST-PERIOD-PARA.
           PERFORM START-HISTORY-PARA.
           PERFORM SCAN-LATEST-PARA
                   UNTIL WS-USE-STATUS NOT = '00'.
           IF WS-LATEST-PERIOD = SPACES
               MOVE WS-PROC-DATE(1:6) TO WS-END-PERIOD
               MOVE 'TRND0020W' TO MSG-ID
               STRING 'USAGE HISTORY IS EMPTY - NO PERIOD HAS BEEN '
                       'CLOSED (SEE PATPCLS)'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-LATEST-PERIOD TO WS-END-PERIOD
           END-IF.

       SCAN-LATEST-PARA.
           IF USE-PERIOD > WS-LATEST-PERIOD
               MOVE USE-PERIOD TO WS-LATEST-PERIOD
           END-IF.
           PERFORM READ-USE-PARA.

       START-HISTORY-PARA.
           MOVE '00' TO WS-USE-STATUS.
           MOVE LOW-VALUES TO USE-KEY.
           START USE-FILE KEY NOT < USE-KEY
               INVALID KEY
                   MOVE '10' TO WS-USE-STATUS
           END-START.
           IF WS-USE-STATUS = '00'
               PERFORM READ-USE-PARA
           END-IF.

       READ-USE-PARA.
           READ USE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-USE-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  SET-WINDOW-PARA - the 14 periods, the last one first, a
      *  month back at a time.
      *----------------------------------------------------------------
       SET-WINDOW-PARA.
           MOVE WS-END-PERIOD TO WS-WORK-PERIOD.
           MOVE WS-SLOT-MAX TO WS-SLOT-IX.
           PERFORM WINDOW-SLOT-PARA
                   UNTIL WS-SLOT-IX < 1.

       WINDOW-SLOT-PARA.
           MOVE WS-WORK-PERIOD TO WS-PER-PERIOD(WS-SLOT-IX).
           STRING WS-WORK-YEAR '-' WS-WORK-MONTH
                   DELIMITED BY SIZE INTO WS-PER-TEXT(WS-SLOT-IX).
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF.
           SUBTRACT 1 FROM WS-SLOT-IX.

      *----------------------------------------------------------------
      *  LOAD-PARA - one history record. The history is keyed by
      *  department first, so a change of requester finishes the
      *  department before (its grid is printed) and starts the
      *  next; a record in the window goes into its period's slot.
      *----------------------------------------------------------------
       LOAD-PARA.
           ADD 1 TO WS-HIST-READ.
           IF NOT DEPT-IS-OPEN OR
                   USE-REQUESTER-ID NOT = WS-CURR-REQUESTER
               IF DEPT-IS-OPEN
                   PERFORM DEPT-BLOCK-PARA
               END-IF
               MOVE USE-REQUESTER-ID TO WS-CURR-REQUESTER
               INITIALIZE WS-SLOT-TABLE
               SET DEPT-IS-OPEN TO TRUE
               SET DEPT-HAS-DATA TO FALSE
           END-IF.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM FIND-SLOT-PARA
                   UNTIL WS-SLOT-IX > WS-SLOT-MAX
                   OR WS-PER-PERIOD(WS-SLOT-IX) = USE-PERIOD.
           IF WS-SLOT-IX NOT > WS-SLOT-MAX
               MOVE USE-REQUESTS TO WS-SL-REQUESTS(WS-SLOT-IX)
               MOVE USE-ROWS TO WS-SL-ROWS(WS-SLOT-IX)
               MOVE 1 TO WS-TYPE-IX
               PERFORM LOAD-TYPE-ROWS-PARA
                       UNTIL WS-TYPE-IX > 6
               MOVE USE-BILLED-AMOUNT TO WS-SL-BILLED(WS-SLOT-IX)
               MOVE USE-REJECTS TO WS-SL-REJECTS(WS-SLOT-IX)
               MOVE USE-RESUBMISSIONS TO WS-SL-RESUBS(WS-SLOT-IX)
               IF WS-SLOT-IX > 1
                   SET DEPT-HAS-DATA TO TRUE
               END-IF
           END-IF.
           PERFORM READ-USE-PARA.

       FIND-SLOT-PARA.
           ADD 1 TO WS-SLOT-IX.

       LOAD-TYPE-ROWS-PARA.
           MOVE USE-TYPE-ROWS-ENTRY(WS-TYPE-IX)
                   TO WS-SL-TYPE-ROWS(WS-SLOT-IX, WS-TYPE-IX).
           ADD 1 TO WS-TYPE-IX.

      *----------------------------------------------------------------
      *  DEPT-BLOCK-PARA - the department just loaded, when it has
      *  usage in the 13 periods shown: added to the installation
      *  totals, its changes worked out, its grid printed, its
      *  delimited records written, and noted if it jumped.
      *----------------------------------------------------------------
       DEPT-BLOCK-PARA.
           SET DEPT-IS-OPEN TO FALSE.
           IF DEPT-HAS-DATA
               ADD 1 TO WS-DEPT-PRINTED
               MOVE 1 TO WS-SLOT-IX
               PERFORM ADD-TOTALS-PARA
                       UNTIL WS-SLOT-IX > WS-SLOT-MAX
               PERFORM GET-DEPT-PARA
               PERFORM CHANGES-PARA
               PERFORM PRINT-BLOCK-PARA
               MOVE 2 TO WS-SLOT-IX
               PERFORM CSV-PERIOD-PARA
                       UNTIL WS-SLOT-IX > WS-SLOT-MAX
               IF DEPT-HAS-JUMPED
                   PERFORM NOTE-FLAG-PARA
               END-IF
           END-IF.

       ADD-TOTALS-PARA.
           ADD WS-SL-REQUESTS(WS-SLOT-IX) TO WS-TS-REQUESTS(WS-SLOT-IX).
           ADD WS-SL-ROWS(WS-SLOT-IX) TO WS-TS-ROWS(WS-SLOT-IX).
           MOVE 1 TO WS-TYPE-IX.
           PERFORM ADD-TYPE-TOTALS-PARA
                   UNTIL WS-TYPE-IX > 6.
           ADD WS-SL-BILLED(WS-SLOT-IX) TO WS-TS-BILLED(WS-SLOT-IX).
           ADD WS-SL-REJECTS(WS-SLOT-IX) TO WS-TS-REJECTS(WS-SLOT-IX).
           ADD WS-SL-RESUBS(WS-SLOT-IX) TO WS-TS-RESUBS(WS-SLOT-IX).
           ADD 1 TO WS-SLOT-IX.

       ADD-TYPE-TOTALS-PARA.
           ADD WS-SL-TYPE-ROWS(WS-SLOT-IX, WS-TYPE-IX)
                   TO WS-TS-TYPE-ROWS(WS-SLOT-IX, WS-TYPE-IX).
           ADD 1 TO WS-TYPE-IX.

      *----------------------------------------------------------------
      *  GET-DEPT-PARA - the department's display id, and its name
      *  and cost center off the master.
      *----------------------------------------------------------------
       GET-DEPT-PARA.
           MOVE WS-CURR-REQUESTER TO WS-DISPLAY-ID.
           MOVE SPACES TO WS-DEPT-NAME WS-DEPT-CC.
           IF WS-CURR-REQUESTER = SPACES
               MOVE '*NONE*' TO WS-DISPLAY-ID
               MOVE 'NO REQUESTER (SINGLE MODE)' TO WS-DEPT-NAME
           ELSE
               IF DEPT-MASTER-AVAILABLE
                   MOVE WS-CURR-REQUESTER TO DPT-REQUESTER-ID
                   READ DEPT-FILE
                       INVALID KEY
                           MOVE '23' TO WS-DPTM-STATUS
                   END-READ
                   IF WS-DPTM-STATUS = '00'
                       MOVE DPT-NAME TO WS-DEPT-NAME
                       MOVE DPT-COST-CENTER TO WS-DEPT-CC
                   ELSE
                       MOVE '(NOT ON THE DEPARTMENT MASTER)'
                               TO WS-DEPT-NAME
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  CHANGES-PARA - for each printed period, its change in rows
      *  and in billed amount against the period before; a rows
      *  change over the jump percentage is flagged, and the
      *  department's largest jump kept for the closing list.
      *----------------------------------------------------------------
       CHANGES-PARA.
           SET DEPT-HAS-JUMPED TO FALSE.
           MOVE ZERO TO WS-MAX-JUMP-PCT.
           MOVE SPACES TO WS-MAX-JUMP-PERIOD.
           MOVE 2 TO WS-SLOT-IX.
           PERFORM SLOT-CHANGE-PARA
                   UNTIL WS-SLOT-IX > WS-SLOT-MAX.

       SLOT-CHANGE-PARA.
           MOVE WS-SL-ROWS(WS-SLOT-IX) TO WS-CHG-CUR.
           MOVE WS-SL-ROWS(WS-SLOT-IX - 1) TO WS-CHG-PREV.
           PERFORM CHANGE-PARA.
           MOVE SPACE TO WS-CH-JUMP(WS-SLOT-IX).
           IF CHANGE-IS-PCT AND WS-CHG-PCT > WS-JUMP-PCT
               MOVE '*' TO WS-CHG-CELL(9:1)
               MOVE 'Y' TO WS-CH-JUMP(WS-SLOT-IX)
               IF NOT BLOCK-IS-TOTAL
                   SET DEPT-HAS-JUMPED TO TRUE
                   IF WS-CHG-PCT > WS-MAX-JUMP-PCT
                       MOVE WS-CHG-PCT TO WS-MAX-JUMP-PCT
                       MOVE WS-PER-TEXT(WS-SLOT-IX)
                               TO WS-MAX-JUMP-PERIOD
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CHG-CELL TO WS-CH-ROW-CELL(WS-SLOT-IX).
           MOVE WS-CHG-TEXT TO WS-CH-ROW-TEXT(WS-SLOT-IX).
           MOVE WS-SL-BILLED(WS-SLOT-IX) TO WS-CHG-CUR.
           MOVE WS-SL-BILLED(WS-SLOT-IX - 1) TO WS-CHG-PREV.
           PERFORM CHANGE-PARA.
           MOVE WS-CHG-CELL TO WS-CH-BILL-CELL(WS-SLOT-IX).
           MOVE WS-CHG-TEXT TO WS-CH-BILL-TEXT(WS-SLOT-IX).
           ADD 1 TO WS-SLOT-IX.

      *----------------------------------------------------------------
      *  CHANGE-PARA - WS-CHG-CUR against WS-CHG-PREV as a whole
      *  percentage (capped at 9999), as a grid cell and as plain
      *  text; nothing when both are zero, NEW when only the
      *  earlier one is.
      *----------------------------------------------------------------
       CHANGE-PARA.
           MOVE SPACES TO WS-CHG-CELL WS-CHG-TEXT.
           MOVE ZERO TO WS-CHG-PCT.
           IF WS-CHG-PREV = ZERO
               IF WS-CHG-CUR = ZERO
                   SET CHANGE-IS-NONE TO TRUE
               ELSE
                   SET CHANGE-IS-NEW TO TRUE
                   MOVE '      NEW' TO WS-CHG-CELL
                   MOVE 'NEW' TO WS-CHG-TEXT
               END-IF
           ELSE
               SET CHANGE-IS-PCT TO TRUE
               COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-CHG-CUR - WS-CHG-PREV) * 100 / WS-CHG-PREV
               IF WS-CHG-PCT > WS-CHG-CAP
                   MOVE WS-CHG-CAP TO WS-CHG-PCT
               END-IF
               MOVE WS-CHG-PCT TO WS-ED-CHG-PCT
               MOVE SPACE TO WS-ED-CHG-FLAG
               MOVE WS-ED-CHG TO WS-CHG-CELL
               MOVE WS-CHG-PCT TO WS-ED-CSV-PCT
               MOVE ZERO TO WS-LEAD-COUNT
               INSPECT WS-ED-CSV-PCT-X
                       TALLYING WS-LEAD-COUNT FOR LEADING SPACES
               MOVE WS-ED-CSV-PCT-X(WS-LEAD-COUNT + 1:)
                       TO WS-CHG-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  PRINT-BLOCK-PARA - one department's grid (or the ALL
      *  DEPARTMENTS one), kept together on a page.
      *----------------------------------------------------------------
       PRINT-BLOCK-PARA.
           IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-PAGE-LIMIT
               PERFORM PAGE-BREAK-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF BLOCK-IS-TOTAL
               MOVE 'ALL DEPARTMENTS' TO WS-PRINT-LINE
           ELSE
               STRING 'DEPARTMENT ' WS-DISPLAY-ID '  ' WS-DEPT-NAME
                       '  COST CENTER ' WS-DEPT-CC
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               IF DEPT-HAS-JUMPED
                   MOVE WS-JUMP-PCT TO WS-ED-FLAG-PCT
                   MOVE '*** ROWS JUMPED OVER' TO WS-PRINT-LINE(79:20)
                   MOVE WS-ED-FLAG-PCT TO WS-PRINT-LINE(99:4)
                   MOVE '% ***' TO WS-PRINT-LINE(103:5)
               END-IF
           END-IF.
           PERFORM PRINT-LINE-PARA.
           MOVE 'P' TO WS-LINE-KIND.
           MOVE 'PERIOD' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'Q' TO WS-LINE-KIND.
           MOVE '  REQUESTS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'R' TO WS-LINE-KIND.
           MOVE '  ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'T' TO WS-LINE-KIND.
           MOVE 1 TO WS-TYPE-IX.
           MOVE '    D ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 2 TO WS-TYPE-IX.
           MOVE '    A ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 3 TO WS-TYPE-IX.
           MOVE '    P ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 4 TO WS-TYPE-IX.
           MOVE '    H ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 5 TO WS-TYPE-IX.
           MOVE '    B ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 6 TO WS-TYPE-IX.
           MOVE '    OTHER ROWS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'B' TO WS-LINE-KIND.
           MOVE '  BILLED' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'J' TO WS-LINE-KIND.
           MOVE '  REJECTS' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'S' TO WS-LINE-KIND.
           MOVE '  RESUBMITTED' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'C' TO WS-LINE-KIND.
           MOVE '  ROWS CHG' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.
           MOVE 'D' TO WS-LINE-KIND.
           MOVE '  BILLED CHG' TO TRD-LABEL.
           PERFORM GRID-LINE-PARA.

      *----------------------------------------------------------------
      *  GRID-LINE-PARA / GRID-CELL-PARA - one line of the grid: the
      *  label set by the caller and one cell per printed period of
      *  the figure WS-LINE-KIND names.
      *----------------------------------------------------------------
       GRID-LINE-PARA.
           MOVE 2 TO WS-SLOT-IX.
           MOVE 1 TO WS-CELL-IX.
           PERFORM GRID-CELL-PARA
                   UNTIL WS-SLOT-IX > WS-SLOT-MAX.
           MOVE TRD-GRID-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.

       GRID-CELL-PARA.
           MOVE SPACES TO TRD-CELL(WS-CELL-IX).
           EVALUATE WS-LINE-KIND
               WHEN 'P'
                   MOVE WS-PER-TEXT(WS-SLOT-IX)
                           TO TRD-CELL(WS-CELL-IX)(3:7)
               WHEN 'Q'
                   MOVE WS-SL-REQUESTS(WS-SLOT-IX) TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'R'
                   MOVE WS-SL-ROWS(WS-SLOT-IX) TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'T'
                   MOVE WS-SL-TYPE-ROWS(WS-SLOT-IX, WS-TYPE-IX)
                           TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'B'
                   COMPUTE WS-WHOLE-AMOUNT ROUNDED =
                           WS-SL-BILLED(WS-SLOT-IX)
                   MOVE WS-WHOLE-AMOUNT TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'J'
                   MOVE WS-SL-REJECTS(WS-SLOT-IX) TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'S'
                   MOVE WS-SL-RESUBS(WS-SLOT-IX) TO WS-ED-CELL
                   MOVE WS-ED-CELL TO TRD-CELL(WS-CELL-IX)
               WHEN 'C'
                   MOVE WS-CH-ROW-CELL(WS-SLOT-IX)
                           TO TRD-CELL(WS-CELL-IX)
               WHEN 'D'
                   MOVE WS-CH-BILL-CELL(WS-SLOT-IX)
                           TO TRD-CELL(WS-CELL-IX)
           END-EVALUATE.
           ADD 1 TO WS-SLOT-IX.
           ADD 1 TO WS-CELL-IX.

      *----------------------------------------------------------------
      *  CSV-PERIOD-PARA - the department's delimited record for one
      *  printed period.
      *----------------------------------------------------------------
       CSV-PERIOD-PARA.
           MOVE WS-SL-BILLED(WS-SLOT-IX) TO WS-ED-AMOUNT.
           MOVE SPACES TO CSV-RECORD.
           STRING WS-DISPLAY-ID DELIMITED BY SPACE
                   ';' DELIMITED BY SIZE
                   WS-DEPT-NAME DELIMITED BY '  '
                   ';' DELIMITED BY SIZE
                   WS-DEPT-CC DELIMITED BY SPACE
                   ';' WS-PER-PERIOD(WS-SLOT-IX)
                   ';' WS-SL-REQUESTS(WS-SLOT-IX)
                   ';' WS-SL-ROWS(WS-SLOT-IX)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 1)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 2)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 3)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 4)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 5)
                   ';' WS-SL-TYPE-ROWS(WS-SLOT-IX, 6)
                   ';' WS-ED-AMOUNT
                   ';' WS-SL-REJECTS(WS-SLOT-IX)
                   ';' WS-SL-RESUBS(WS-SLOT-IX)
                   ';' DELIMITED BY SIZE
                   WS-CH-ROW-TEXT(WS-SLOT-IX) DELIMITED BY SPACE
                   ';' DELIMITED BY SIZE
                   WS-CH-BILL-TEXT(WS-SLOT-IX) DELIMITED BY SPACE
                   ';' DELIMITED BY SIZE
                   WS-CH-JUMP(WS-SLOT-IX) DELIMITED BY SPACE
                   INTO CSV-RECORD.
           WRITE CSV-RECORD.
           ADD 1 TO WS-CSV-WRITTEN.
           ADD 1 TO WS-SLOT-IX.

      *----------------------------------------------------------------
      *  NOTE-FLAG-PARA - a jumped department, for the closing list.
      *----------------------------------------------------------------
       NOTE-FLAG-PARA.
           IF WS-FLAG-COUNT < WS-FLAG-MAX
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-DISPLAY-ID TO WS-FL-REQUESTER(WS-FLAG-COUNT)
               MOVE WS-DEPT-NAME TO WS-FL-NAME(WS-FLAG-COUNT)
               MOVE WS-MAX-JUMP-PCT TO WS-FL-PCT(WS-FLAG-COUNT)
               MOVE WS-MAX-JUMP-PERIOD TO WS-FL-PERIOD(WS-FLAG-COUNT)
           END-IF.

      *----------------------------------------------------------------
      *  PRINT-LINE-PARA / PAGE-BREAK-PARA - LOOP's report paging:
      *  the heading whenever the page is full, then the line with a
      *  blank ASA carriage control byte.
      *----------------------------------------------------------------
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PAGE-BREAK-PARA
           END-IF.
           MOVE SPACE TO RPT-CC.
           MOVE WS-PRINT-LINE TO RPT-DATA.
           WRITE RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       PAGE-BREAK-PARA.
           ADD 1 TO WS-PAGE-NUM.
           MOVE '1' TO RPT-CC.
           MOVE SPACES TO RPT-DATA.
           STRING 'DEPARTMENT USAGE TREND   ' WS-PER-TEXT(2)
                   ' TO ' WS-PER-TEXT(WS-SLOT-MAX)
                   '   JUMP FLAG OVER ' WS-JUMP-PCT '%'
                   '   PRINTED ' WS-PRINTED-STAMP
                   '   PAGE ' WS-PAGE-NUM
                   DELIMITED BY SIZE INTO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE SPACE TO RPT-CC.
           MOVE SPACES TO RPT-DATA.
           STRING 'CHG = PERCENT CHANGE ON THE PERIOD BEFORE, '
                   'NEW = NONE THE PERIOD BEFORE, * = ROWS UP MORE '
                   'THAN THE JUMP FLAG. BILLED IN WHOLE UNITS.'
                   DELIMITED BY SIZE INTO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      *  TERM-PARA - the ALL DEPARTMENTS grid, the flagged
      *  departments, the totals on the report and the message log.
      *----------------------------------------------------------------
       TERM-PARA.
           IF WS-DEPT-PRINTED = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               MOVE 'NO DEPARTMENT USAGE ON THE HISTORY FOR THESE '
                       TO WS-PRINT-LINE
               MOVE 'PERIODS' TO WS-PRINT-LINE(46:7)
               PERFORM PRINT-LINE-PARA
           ELSE
               SET BLOCK-IS-TOTAL TO TRUE
               MOVE WS-TOT-SLOT-TABLE TO WS-SLOT-TABLE
               PERFORM CHANGES-PARA
               PERFORM PRINT-BLOCK-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF WS-FLAG-COUNT = ZERO
               MOVE WS-JUMP-PCT TO WS-ED-FLAG-PCT
               STRING 'NO DEPARTMENT''S ROWS JUMPED OVER '
                       WS-ED-FLAG-PCT '% IN A PERIOD'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           ELSE
               MOVE WS-JUMP-PCT TO WS-ED-FLAG-PCT
               STRING 'DEPARTMENTS WHOSE ROWS JUMPED OVER '
                       WS-ED-FLAG-PCT '% IN A PERIOD '
                       '(LARGEST JUMP SHOWN):'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               MOVE 1 TO WS-FLAG-IX
               PERFORM LIST-FLAG-PARA
                       UNTIL WS-FLAG-IX > WS-FLAG-COUNT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           STRING 'HISTORY RECORDS READ=' WS-HIST-READ
                   ' DEPARTMENTS=' WS-DEPT-PRINTED
                   ' FLAGGED=' WS-FLAG-COUNT
                   ' DELIMITED RECORDS=' WS-CSV-WRITTEN
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 'TRND0001I' TO MSG-ID.
           STRING 'PERIODS ' WS-PER-TEXT(2) ' TO '
                   WS-PER-TEXT(WS-SLOT-MAX)
                   ' DEPARTMENTS=' WS-DEPT-PRINTED
                   ' FLAGGED OVER ' WS-JUMP-PCT '%=' WS-FLAG-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           CLOSE USE-FILE.
           CLOSE RPT-FILE.
           CLOSE CSV-FILE.
           IF DEPT-MASTER-AVAILABLE
               CLOSE DEPT-FILE
           END-IF.

       LIST-FLAG-PARA.
           MOVE WS-FL-PCT(WS-FLAG-IX) TO WS-ED-FLAG-PCT.
           STRING '  ' WS-FL-REQUESTER(WS-FLAG-IX) '  '
                   WS-FL-NAME(WS-FLAG-IX) '  ROWS UP '
                   WS-ED-FLAG-PCT '% IN ' WS-FL-PERIOD(WS-FLAG-IX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO WS-FLAG-IX.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATTREND' TO MSG-PROGRAM.
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
