       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATGEOM.
      *****************************************************************
      *  PATGEOM - column-by-column geometry verification of the
      *  pattern report. RECONCILE-PARA in LOOP only counts fill
      *  characters, so a row with the right count in the wrong
      *  columns (a pyramid one column off centre, a hollow box whose
      *  walls landed inside it) passes there as OK. This program
      *  reads the finished report - LOOP's RPTFILE, or PATMERGE's
      *  consolidated report on a split day, same DD name either way
      *  - and for every request section rebuilds each row's expected
      *  column range from the section header's fill character, row
      *  count and pattern type, using exactly the rules LOOP's
      *  SET-ROW-GEOMETRY-PARA builds with:
      *    D  columns 1 .. N-R+1          (R = 1-based row number)
      *    A  columns 1 .. R
      *    P  columns N-R+1 .. N+R-1
      *    H  columns 1 .. N on the first and last rows, only
      *       columns 1 and N (the walls) on every row between
      *    B  columns 1 .. N
      *  then compares the row position by position: the fill
      *  character inside the range, spaces everywhere else. Every
      *  row that differs is listed on GEOLIST with its expected and
      *  actual column spans (actual = first to last non-blank
      *  column) and the first column that differs; each section
      *  gets one summary line.
      *  Both header shapes are read: LOOP's 4-digit request
      *  sequence and PATMERGE's 5-digit global one (a digit in the
      *  fifth position tells them apart, the same test PATBURST
      *  makes). The pattern type is the TYPE= field at the end of
      *  the header; a header without one (a report written before
      *  LOOP carried it) cannot be verified and is warned about.
      *  RESTARTS: an abended attempt leaves a section header and
      *  some rows with no footer, and the resumed attempt writes a
      *  second header for the same request marked (RESUMED) - on
      *  LOOP's own report after a page break, on PATMERGE's inside
      *  the same merged section. The interrupted attempt's rows are
      *  rows 1, 2, ... as always; a resumed attempt always runs to
      *  the last row, so its rows are numbered back from the row
      *  count once the footer shows how many there were. A section
      *  that never reaches its footer is verified as far as its row
      *  numbers are known and reported incomplete.
      *  Rows outside any request section (a single control-file-
      *  driven run has no section header to verify against) are
      *  counted on the trailer, not verified.
      *  RC=0 every section verified clean, RC=4 a section could not
      *  be verified (no type, unparseable or incomplete), RC=8 ANY
      *  row out of shape - the burst step is held on it, so a wrong
      *  shape never reaches a department - RC=16 a file would not
      *  open.
      *  The report dataset is appended to night after night, so the
      *  program now reads the processing date (DATEFILE, per
      *  patdate, wall-clock fallback with a warning) and checks
      *  only what sits under page headings whose RUN DATE= is that
      *  date; the pages of earlier nights are skipped without a
      *  word, and a heading with no readable RUN DATE= leaves the
      *  pages under it checked as before. A section still open when
      *  another night's heading arrives is closed incomplete.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the requester where a message is
      *  about one request's section; warnings and errors also go to
      *  the monitoring alert feed (ALERTOUT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LIST-FILE ASSIGN TO GEOLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-RECORD                      PIC X(133).

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(80).

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-RPT-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

      *    The night being checked: the processing date, laid out as
      *    LOOP and PATMERGE print it in the page heading, and
      *    whether the page heading last seen carries it.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-PROC-RUN-DATE PIC X(10) VALUE SPACES.
           01 WS-PAGE-RUN-DATE PIC X(10) VALUE SPACES.
           01 WS-PAGE-NIGHT-FLAG PIC X VALUE 'Y'.
               88  PAGE-IS-TONIGHT          VALUE 'Y' FALSE 'N'.

           01 WS-LINE PIC X(133) VALUE SPACES.
           01 WS-LINE-DATA PIC X(132) VALUE SPACES.

      *    Header parse: WS-HDR-OFFSET is where the text after the
      *    sequence number starts (13 after a 4-digit sequence, 14
      *    after a 5-digit one); WS-HDR-TYPE-POS is where ' TYPE='
      *    should sit, after the optional ' (RESUMED)' marker.
           01 WS-HDR-OFFSET PIC 9(3) VALUE ZERO.
           01 WS-HDR-SEQ-LEN PIC 9(1) VALUE ZERO.
           01 WS-HDR-TYPE-POS PIC 9(3) VALUE ZERO.
           01 WS-HDR-SEQ PIC X(5) VALUE SPACES.
           01 WS-HDR-RESUMED-FLAG PIC X VALUE 'N'.
               88  HEADER-IS-RESUMED        VALUE 'Y' FALSE 'N'.

      *    The section being verified.
           01 WS-SECT-OPEN-FLAG PIC X VALUE 'N'.
               88  SECTION-IS-OPEN          VALUE 'Y' FALSE 'N'.
           01 WS-SECT-VERIFY-FLAG PIC X VALUE 'N'.
               88  SECTION-IS-VERIFIABLE    VALUE 'Y' FALSE 'N'.
           01 WS-SECT-BUFFER-FLAG PIC X VALUE 'N'.
               88  SECTION-IS-BUFFERING     VALUE 'Y' FALSE 'N'.
           01 WS-SECT-BAD-FLAG PIC X VALUE 'N'.
               88  SECTION-HAD-MISMATCH     VALUE 'Y' FALSE 'N'.
           01 WS-SECT-SEQ PIC X(5) VALUE SPACES.
           01 WS-SECT-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-SECT-FILL PIC X(1) VALUE SPACE.
           01 WS-SECT-ROWS PIC 9(4) VALUE ZERO.
           01 WS-SECT-TYPE PIC X(1) VALUE 'D'.
               88  SECT-DESCENDING          VALUE 'D'.
               88  SECT-ASCENDING           VALUE 'A'.
               88  SECT-PYRAMID             VALUE 'P'.
               88  SECT-HOLLOW-BOX          VALUE 'H'.
               88  SECT-SOLID-BLOCK         VALUE 'B'.
               88  SECT-TYPE-KNOWN          VALUES 'D' 'A' 'P'
                                                   'H' 'B'.
           01 WS-SECT-NEXT-ROW PIC 9(4) VALUE ZERO.
           01 WS-SECT-BAD-ROWS PIC 9(4) VALUE ZERO.
           01 WS-SECT-REASON PIC X(30) VALUE SPACES.

      *    Rows of a resumed attempt, held until the footer says how
      *    many there are. A section can never hold more rows than
      *    the pattern area is wide, which is what sizes the table.
           01 WS-BUF-MAX PIC 9(4) VALUE 132.
           01 WS-BUF-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BUF-IX PIC 9(4) VALUE ZERO.
           01 WS-BUF-OVERFLOW-FLAG PIC X VALUE 'N'.
               88  BUFFER-OVERFLOWED        VALUE 'Y' FALSE 'N'.
           01 WS-BUF-TABLE.
               05  WS-BUF-ROW OCCURS 132 TIMES PIC X(132).

      *    One row's check.
           01 WS-ROW-TEXT PIC X(132) VALUE SPACES.
           01 WS-ROW-NUM PIC 9(4) VALUE ZERO.
           01 WS-COL-START PIC 9(4) VALUE ZERO.
           01 WS-COL-END PIC 9(4) VALUE ZERO.
           01 WS-COL-IX PIC 9(4) VALUE ZERO.
           01 WS-WALLS-ONLY-FLAG PIC X VALUE 'N'.
               88  ROW-IS-WALLS-ONLY        VALUE 'Y' FALSE 'N'.
           01 WS-EXPECTED-CHAR PIC X(1) VALUE SPACE.
           01 WS-ACT-START PIC 9(4) VALUE ZERO.
           01 WS-ACT-END PIC 9(4) VALUE ZERO.
           01 WS-FIRST-BAD-COL PIC 9(4) VALUE ZERO.

           01 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLEAN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-MISMATCH-SECTIONS PIC 9(5) VALUE ZERO.
           01 WS-UNVERIFIED-SECTIONS PIC 9(5) VALUE ZERO.
           01 WS-ROWS-CHECKED PIC 9(7) VALUE ZERO.
           01 WS-ROWS-MISMATCHED PIC 9(7) VALUE ZERO.
           01 WS-ROWS-UNVERIFIED PIC 9(7) VALUE ZERO.
           01 WS-ROWS-OUTSIDE PIC 9(7) VALUE ZERO.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM SCAN-LINE-PARA
                   UNTIL WS-RPT-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - the processing date, open the report and the
      *  listing, write the listing title and prime the first
      *  report line.
      *----------------------------------------------------------------
       INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM GET-PROC-DATE-PARA.
           STRING WS-PROC-DATE(1:4) '-'
                   WS-PROC-DATE(5:2) '-'
                   WS-PROC-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-PROC-RUN-DATE.
           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'GEOM0010E' TO MSG-ID
               STRING 'REPORT FILE OPEN FAILED, STATUS=' WS-RPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'GEOM0011E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS='
                       WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING 'PATTERN GEOMETRY VERIFICATION   RUN DATE='
                   WS-PROC-RUN-DATE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM READ-REPORT-PARA.

       READ-REPORT-PARA.
           READ RPT-FILE
               AT END
                   MOVE '10' TO WS-RPT-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the night to check, from the patdate
      *  control record, with the usual wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'GEOM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'GEOM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'GEOM0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  SCAN-LINE-PARA - classify one report line. Page headings
      *  (ASA '1') say which night the lines under them belong to,
      *  and every line of another night is passed over; the run
      *  trailers are skipped; a section footer is told from a
      *  header by ' ROWS PRODUCED=' right after the sequence, at
      *  (13:) or (14:) by header shape; every other line is a
      *  pattern row. A row is only ever fill characters and
      *  spaces, so it can never read as a header.
      *----------------------------------------------------------------
       SCAN-LINE-PARA.
           MOVE RPT-RECORD TO WS-LINE.
           MOVE WS-LINE(2:132) TO WS-LINE-DATA.
           EVALUATE TRUE
               WHEN WS-LINE(1:1) = '1'
                   PERFORM PAGE-HEADING-PARA
               WHEN NOT PAGE-IS-TONIGHT
                   CONTINUE
               WHEN WS-LINE-DATA(1:19) = 'REQUESTS PROCESSED='
                   IF SECTION-IS-OPEN
                       PERFORM CLOSE-INCOMPLETE-PARA
                   END-IF
               WHEN WS-LINE-DATA(1:14) = 'ROWS PRODUCED='
                   IF SECTION-IS-OPEN
                       PERFORM CLOSE-INCOMPLETE-PARA
                   END-IF
               WHEN WS-LINE-DATA(1:8) = 'REQUEST ' AND
                       (WS-LINE-DATA(13:15) = ' ROWS PRODUCED='
                       OR WS-LINE-DATA(14:15) = ' ROWS PRODUCED=')
                   IF SECTION-IS-OPEN
                       PERFORM CLOSE-SECTION-PARA
                   END-IF
               WHEN WS-LINE-DATA(1:8) = 'REQUEST '
                   PERFORM HEADER-PARA
               WHEN OTHER
                   PERFORM ROW-PARA
           END-EVALUATE.
           PERFORM READ-REPORT-PARA.

      *----------------------------------------------------------------
      *  PAGE-HEADING-PARA - the RUN DATE= sits at one offset on
      *  LOOP's own report and another on PATMERGE's consolidated
      *  one, as PATBURST reads it. A section cannot run on from one
      *  night into another, so one still open when another night's
      *  heading arrives never reached its footer.
      *----------------------------------------------------------------
       PAGE-HEADING-PARA.
           MOVE SPACES TO WS-PAGE-RUN-DATE.
           IF WS-LINE-DATA(23:9) = 'RUN DATE='
               MOVE WS-LINE-DATA(32:10) TO WS-PAGE-RUN-DATE
           ELSE
               IF WS-LINE-DATA(36:9) = 'RUN DATE='
                   MOVE WS-LINE-DATA(45:10) TO WS-PAGE-RUN-DATE
               END-IF
           END-IF.
           IF WS-PAGE-RUN-DATE = SPACES OR
                   WS-PAGE-RUN-DATE = WS-PROC-RUN-DATE
               SET PAGE-IS-TONIGHT TO TRUE
           ELSE
               SET PAGE-IS-TONIGHT TO FALSE
               IF SECTION-IS-OPEN
                   PERFORM CLOSE-INCOMPLETE-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  HEADER-PARA - a section header. The same request's header
      *  marked (RESUMED) inside an open section is the restart
      *  picking the request back up: the rows from here on are
      *  held and numbered back from the row count at the footer.
      *  Any other header while a section is open means the open
      *  one never reached its footer.
      *----------------------------------------------------------------
       HEADER-PARA.
           IF WS-LINE-DATA(9:5) NUMERIC
               MOVE 14 TO WS-HDR-OFFSET
               MOVE 5 TO WS-HDR-SEQ-LEN
           ELSE
               MOVE 13 TO WS-HDR-OFFSET
               MOVE 4 TO WS-HDR-SEQ-LEN
           END-IF.
           MOVE SPACES TO WS-HDR-SEQ.
           MOVE WS-LINE-DATA(9:WS-HDR-SEQ-LEN) TO WS-HDR-SEQ.
           SET HEADER-IS-RESUMED TO FALSE.
           IF WS-LINE-DATA(WS-HDR-OFFSET + 30:10) = ' (RESUMED)'
               SET HEADER-IS-RESUMED TO TRUE
           END-IF.
           IF SECTION-IS-OPEN
               IF WS-HDR-SEQ = WS-SECT-SEQ AND HEADER-IS-RESUMED
                   PERFORM RESUME-SECTION-PARA
               ELSE
                   PERFORM CLOSE-INCOMPLETE-PARA
                   PERFORM OPEN-SECTION-PARA
               END-IF
           ELSE
               PERFORM OPEN-SECTION-PARA
           END-IF.

      *----------------------------------------------------------------
      *  OPEN-SECTION-PARA - start a new section from the header
      *  line: ' FILL=x ROWS=nnnn REQ=xxxxxxxx[ (RESUMED)] TYPE=x'
      *  at fixed offsets past the sequence, as LOOP's WRITE-
      *  SECTION-HDR-PARA lays it down. Anything that does not parse
      *  leaves the section unverifiable (its rows are still counted).
      *----------------------------------------------------------------
       OPEN-SECTION-PARA.
           ADD 1 TO WS-SECTION-COUNT.
           SET SECTION-IS-OPEN TO TRUE.
           SET SECTION-IS-VERIFIABLE TO TRUE.
           SET SECTION-HAD-MISMATCH TO FALSE.
           SET SECTION-IS-BUFFERING TO FALSE.
           SET BUFFER-OVERFLOWED TO FALSE.
           MOVE WS-HDR-SEQ TO WS-SECT-SEQ.
           MOVE SPACES TO WS-SECT-REQUESTER.
           IF WS-LINE-DATA(WS-HDR-OFFSET + 17:5) = ' REQ='
               MOVE WS-LINE-DATA(WS-HDR-OFFSET + 22:8)
                       TO WS-SECT-REQUESTER
           END-IF.
           MOVE 1 TO WS-SECT-NEXT-ROW.
           MOVE ZERO TO WS-SECT-BAD-ROWS WS-BUF-COUNT WS-SECT-ROWS.
           MOVE SPACES TO WS-SECT-REASON.
           MOVE SPACE TO WS-SECT-FILL.
           MOVE SPACE TO WS-SECT-TYPE.
           IF WS-LINE-DATA(WS-HDR-OFFSET:6) NOT = ' FILL=' OR
                   WS-LINE-DATA(WS-HDR-OFFSET + 7:6) NOT = ' ROWS=' OR
                   WS-LINE-DATA(WS-HDR-OFFSET + 13:4) NOT NUMERIC
               SET SECTION-IS-VERIFIABLE TO FALSE
               MOVE 'HEADER DOES NOT PARSE' TO WS-SECT-REASON
               PERFORM UNPARSEABLE-MSG-PARA
           ELSE
               MOVE WS-LINE-DATA(WS-HDR-OFFSET + 6:1) TO WS-SECT-FILL
               MOVE WS-LINE-DATA(WS-HDR-OFFSET + 13:4)
                       TO WS-SECT-ROWS
           END-IF.
           IF SECTION-IS-VERIFIABLE
               IF HEADER-IS-RESUMED
                   COMPUTE WS-HDR-TYPE-POS = WS-HDR-OFFSET + 40
               ELSE
                   COMPUTE WS-HDR-TYPE-POS = WS-HDR-OFFSET + 30
               END-IF
               IF WS-LINE-DATA(WS-HDR-TYPE-POS:6) = ' TYPE='
                   MOVE WS-LINE-DATA(WS-HDR-TYPE-POS + 6:1)
                           TO WS-SECT-TYPE
                   IF WS-SECT-TYPE = SPACE
                       MOVE 'D' TO WS-SECT-TYPE
                   END-IF
               ELSE
                   SET SECTION-IS-VERIFIABLE TO FALSE
                   MOVE 'HEADER CARRIES NO TYPE' TO WS-SECT-REASON
                   MOVE 'GEOM0023W' TO MSG-ID
                   STRING 'REQUEST ' WS-SECT-SEQ
                           ' HEADER CARRIES NO PATTERN TYPE, '
                           'NOT VERIFIED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-SECT-REQUESTER TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           IF SECTION-IS-VERIFIABLE AND
                   (NOT SECT-TYPE-KNOWN OR WS-SECT-ROWS = ZERO OR
                    WS-SECT-ROWS > LENGTH OF WS-ROW-TEXT)
               SET SECTION-IS-VERIFIABLE TO FALSE
               MOVE 'TYPE OR ROW COUNT INVALID' TO WS-SECT-REASON
               PERFORM UNPARSEABLE-MSG-PARA
           END-IF.
           IF HEADER-IS-RESUMED
               SET SECTION-IS-BUFFERING TO TRUE
           END-IF.

       UNPARSEABLE-MSG-PARA.
           MOVE 'GEOM0020W' TO MSG-ID.
           STRING 'UNPARSEABLE SECTION HEADER FOR REQUEST '
                   WS-SECT-SEQ ', NOT VERIFIED'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           MOVE WS-SECT-REQUESTER TO MSG-REQUESTER-ID.
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  RESUME-SECTION-PARA - the same request resumed inside the
      *  open section. Rows already held belong to an earlier
      *  resumed attempt that itself never finished; their row
      *  numbers cannot be known, so they are dropped unverified.
      *----------------------------------------------------------------
       RESUME-SECTION-PARA.
           IF SECTION-IS-BUFFERING AND WS-BUF-COUNT > ZERO
               ADD WS-BUF-COUNT TO WS-ROWS-UNVERIFIED
               MOVE 'GEOM0022W' TO MSG-ID
               STRING 'REQUEST ' WS-SECT-SEQ ' '
                       WS-BUF-COUNT ' ROW(S) OF AN UNFINISHED '
                       'RESUMED ATTEMPT NOT VERIFIED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               MOVE WS-SECT-REQUESTER TO MSG-REQUESTER-ID
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ZERO TO WS-BUF-COUNT.
           SET BUFFER-OVERFLOWED TO FALSE.
           SET SECTION-IS-BUFFERING TO TRUE.

      *----------------------------------------------------------------
      *  ROW-PARA - one pattern row: checked at once when its row
      *  number is known, held when it belongs to a resumed attempt.
      *----------------------------------------------------------------
       ROW-PARA.
           EVALUATE TRUE
               WHEN NOT SECTION-IS-OPEN
                   ADD 1 TO WS-ROWS-OUTSIDE
               WHEN NOT SECTION-IS-VERIFIABLE
                   ADD 1 TO WS-ROWS-UNVERIFIED
               WHEN SECTION-IS-BUFFERING
                   IF WS-BUF-COUNT < WS-BUF-MAX
                       ADD 1 TO WS-BUF-COUNT
                       MOVE WS-LINE-DATA TO WS-BUF-ROW(WS-BUF-COUNT)
                   ELSE
                       SET BUFFER-OVERFLOWED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-SECT-NEXT-ROW TO WS-ROW-NUM
                   MOVE WS-LINE-DATA TO WS-ROW-TEXT
                   PERFORM CHECK-ROW-PARA
                   ADD 1 TO WS-SECT-NEXT-ROW
           END-EVALUATE.

      *----------------------------------------------------------------
      *  CLOSE-SECTION-PARA - the section's footer: check any held
      *  resumed rows (numbered back from the row count), check an
      *  unbroken section produced exactly its row count, and write
      *  the section's summary line.
      *----------------------------------------------------------------
       CLOSE-SECTION-PARA.
           IF SECTION-IS-VERIFIABLE
               IF SECTION-IS-BUFFERING
                   IF BUFFER-OVERFLOWED OR WS-BUF-COUNT > WS-SECT-ROWS
                       PERFORM COUNT-MISMATCH-PARA
                   ELSE
                       COMPUTE WS-SECT-NEXT-ROW =
                               WS-SECT-ROWS - WS-BUF-COUNT + 1
                       MOVE 1 TO WS-BUF-IX
                       PERFORM CHECK-HELD-ROW-PARA
                               UNTIL WS-BUF-IX > WS-BUF-COUNT
                   END-IF
               ELSE
                   IF WS-SECT-NEXT-ROW - 1 NOT = WS-SECT-ROWS
                       PERFORM COUNT-MISMATCH-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM SECTION-SUMMARY-PARA.
           SET SECTION-IS-OPEN TO FALSE.

      *----------------------------------------------------------------
      *  CLOSE-INCOMPLETE-PARA - a section that ended without its
      *  footer (the report stops, or the next request starts). Rows
      *  with known numbers were checked as they came; held rows of
      *  a resumed attempt have no known numbers and are dropped.
      *----------------------------------------------------------------
       CLOSE-INCOMPLETE-PARA.
           IF SECTION-IS-BUFFERING AND WS-BUF-COUNT > ZERO
               ADD WS-BUF-COUNT TO WS-ROWS-UNVERIFIED
           END-IF.
           IF SECTION-IS-VERIFIABLE
               SET SECTION-IS-VERIFIABLE TO FALSE
               MOVE 'SECTION HAS NO FOOTER' TO WS-SECT-REASON
           END-IF.
           MOVE 'GEOM0021W' TO MSG-ID.
           STRING 'REQUEST ' WS-SECT-SEQ
                   ' SECTION ENDS WITHOUT ITS FOOTER, INCOMPLETE'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           MOVE WS-SECT-REQUESTER TO MSG-REQUESTER-ID.
           PERFORM LOG-MSG-PARA.
           PERFORM SECTION-SUMMARY-PARA.
           SET SECTION-IS-OPEN TO FALSE.

       CHECK-HELD-ROW-PARA.
           MOVE WS-SECT-NEXT-ROW TO WS-ROW-NUM.
           MOVE WS-BUF-ROW(WS-BUF-IX) TO WS-ROW-TEXT.
           PERFORM CHECK-ROW-PARA.
           ADD 1 TO WS-SECT-NEXT-ROW.
           ADD 1 TO WS-BUF-IX.

      *----------------------------------------------------------------
      *  COUNT-MISMATCH-PARA - the section holds more or fewer rows
      *  than its header asked for; that is a wrong shape too.
      *----------------------------------------------------------------
       COUNT-MISMATCH-PARA.
           SET SECTION-HAD-MISMATCH TO TRUE.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO LIST-RECORD.
           IF SECTION-IS-BUFFERING
               STRING 'REQUEST ' WS-SECT-SEQ ' RESUMED ROWS='
                       WS-BUF-COUNT ' EXCEED ROW COUNT '
                       WS-SECT-ROWS
                       DELIMITED BY SIZE INTO LIST-RECORD
           ELSE
               COMPUTE WS-ROW-NUM = WS-SECT-NEXT-ROW - 1
               STRING 'REQUEST ' WS-SECT-SEQ ' ROWS PRINTED='
                       WS-ROW-NUM ' EXPECTED=' WS-SECT-ROWS
                       DELIMITED BY SIZE INTO LIST-RECORD
           END-IF.
           WRITE LIST-RECORD.

      *----------------------------------------------------------------
      *  CHECK-ROW-PARA - compare one row (WS-ROW-TEXT, row number
      *  WS-ROW-NUM) against its expected shape column by column.
      *----------------------------------------------------------------
       CHECK-ROW-PARA.
           ADD 1 TO WS-ROWS-CHECKED.
           IF WS-ROW-NUM > WS-SECT-ROWS
               MOVE 1 TO WS-COL-START
               MOVE ZERO TO WS-COL-END
           ELSE
               PERFORM SET-EXPECTED-GEOMETRY-PARA
           END-IF.
           MOVE ZERO TO WS-ACT-START WS-ACT-END WS-FIRST-BAD-COL.
           MOVE 1 TO WS-COL-IX.
           PERFORM CHECK-COLUMN-PARA
                   UNTIL WS-COL-IX > LENGTH OF WS-ROW-TEXT.
           IF WS-FIRST-BAD-COL > ZERO
               PERFORM ROW-MISMATCH-PARA
           END-IF.

      *----------------------------------------------------------------
      *  SET-EXPECTED-GEOMETRY-PARA - LOOP's SET-ROW-GEOMETRY-PARA
      *  rules, restated from the report's side: the row's fill
      *  range, and whether only its two ends (a hollow box's walls)
      *  are filled.
      *----------------------------------------------------------------
       SET-EXPECTED-GEOMETRY-PARA.
           SET ROW-IS-WALLS-ONLY TO FALSE.
           EVALUATE TRUE
               WHEN SECT-ASCENDING
                   MOVE 1 TO WS-COL-START
                   MOVE WS-ROW-NUM TO WS-COL-END
               WHEN SECT-PYRAMID
                   COMPUTE WS-COL-START =
                           WS-SECT-ROWS - WS-ROW-NUM + 1
                   COMPUTE WS-COL-END =
                           WS-SECT-ROWS + WS-ROW-NUM - 1
               WHEN SECT-HOLLOW-BOX
                   MOVE 1 TO WS-COL-START
                   MOVE WS-SECT-ROWS TO WS-COL-END
                   IF WS-ROW-NUM > 1 AND WS-ROW-NUM < WS-SECT-ROWS
                       SET ROW-IS-WALLS-ONLY TO TRUE
                   END-IF
               WHEN SECT-SOLID-BLOCK
                   MOVE 1 TO WS-COL-START
                   MOVE WS-SECT-ROWS TO WS-COL-END
               WHEN OTHER
                   MOVE 1 TO WS-COL-START
                   COMPUTE WS-COL-END =
                           WS-SECT-ROWS - WS-ROW-NUM + 1
           END-EVALUATE.

       CHECK-COLUMN-PARA.
           MOVE SPACE TO WS-EXPECTED-CHAR.
           IF WS-COL-IX >= WS-COL-START AND WS-COL-IX <= WS-COL-END
               IF NOT ROW-IS-WALLS-ONLY OR
                       WS-COL-IX = WS-COL-START OR
                       WS-COL-IX = WS-COL-END
                   MOVE WS-SECT-FILL TO WS-EXPECTED-CHAR
               END-IF
           END-IF.
           IF WS-ROW-TEXT(WS-COL-IX:1) NOT = SPACE
               IF WS-ACT-START = ZERO
                   MOVE WS-COL-IX TO WS-ACT-START
               END-IF
               MOVE WS-COL-IX TO WS-ACT-END
           END-IF.
           IF WS-ROW-TEXT(WS-COL-IX:1) NOT = WS-EXPECTED-CHAR AND
                   WS-FIRST-BAD-COL = ZERO
               MOVE WS-COL-IX TO WS-FIRST-BAD-COL
           END-IF.
           ADD 1 TO WS-COL-IX.

      *----------------------------------------------------------------
      *  ROW-MISMATCH-PARA - list the row: expected span (for a
      *  hollow box's middle rows, the span its two walls bound),
      *  actual first-to-last non-blank span, first differing column.
      *----------------------------------------------------------------
       ROW-MISMATCH-PARA.
           ADD 1 TO WS-ROWS-MISMATCHED.
           ADD 1 TO WS-SECT-BAD-ROWS.
           SET SECTION-HAD-MISMATCH TO TRUE.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO LIST-RECORD.
           STRING 'REQUEST ' WS-SECT-SEQ ' ROW ' WS-ROW-NUM
                   ' TYPE=' WS-SECT-TYPE
                   ' EXPECTED=' WS-COL-START '-' WS-COL-END
                   ' ACTUAL=' WS-ACT-START '-' WS-ACT-END
                   ' COL=' WS-FIRST-BAD-COL
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

      *----------------------------------------------------------------
      *  SECTION-SUMMARY-PARA - one line per section with its
      *  verdict, and the section into the trailer's counts.
      *----------------------------------------------------------------
       SECTION-SUMMARY-PARA.
           MOVE SPACES TO LIST-RECORD.
           EVALUATE TRUE
               WHEN SECTION-HAD-MISMATCH
                   ADD 1 TO WS-MISMATCH-SECTIONS
                   MOVE 'GEOM0030W' TO MSG-ID
                   STRING 'REQUEST ' WS-SECT-SEQ ' '
                           WS-SECT-BAD-ROWS ' ROW(S) OUT OF SHAPE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-SECT-REQUESTER TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
                   STRING 'REQUEST ' WS-SECT-SEQ
                           ' TYPE=' WS-SECT-TYPE
                           ' ROWS=' WS-SECT-ROWS
                           ' OUT OF SHAPE, BAD ROWS='
                           WS-SECT-BAD-ROWS
                           DELIMITED BY SIZE INTO LIST-RECORD
               WHEN NOT SECTION-IS-VERIFIABLE
                   ADD 1 TO WS-UNVERIFIED-SECTIONS
                   MOVE 4 TO RETURN-CODE
                   STRING 'REQUEST ' WS-SECT-SEQ
                           ' NOT VERIFIED, ' WS-SECT-REASON
                           DELIMITED BY SIZE INTO LIST-RECORD
               WHEN OTHER
                   ADD 1 TO WS-CLEAN-COUNT
                   STRING 'REQUEST ' WS-SECT-SEQ
                           ' TYPE=' WS-SECT-TYPE
                           ' ROWS=' WS-SECT-ROWS ' SHAPE OK'
                           DELIMITED BY SIZE INTO LIST-RECORD
           END-EVALUATE.
           WRITE LIST-RECORD.

      *----------------------------------------------------------------
      *  TERM-PARA - close any section the report ended inside, the
      *  trailer lines, and the final return code: a mismatch
      *  anywhere outranks an unverifiable section.
      *----------------------------------------------------------------
       TERM-PARA.
           IF SECTION-IS-OPEN
               PERFORM CLOSE-INCOMPLETE-PARA
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING 'SECTIONS=' WS-SECTION-COUNT
                   ' OK=' WS-CLEAN-COUNT
                   ' OUT OF SHAPE=' WS-MISMATCH-SECTIONS
                   ' NOT VERIFIED=' WS-UNVERIFIED-SECTIONS
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE SPACES TO LIST-RECORD.
           STRING 'ROWS CHECKED=' WS-ROWS-CHECKED
                   ' BAD=' WS-ROWS-MISMATCHED
                   ' UNVERIFIED=' WS-ROWS-UNVERIFIED
                   ' OUTSIDE SECTIONS=' WS-ROWS-OUTSIDE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE 'GEOM0001I' TO MSG-ID.
           STRING 'SECTIONS=' WS-SECTION-COUNT
                   ' OK=' WS-CLEAN-COUNT
                   ' OUT OF SHAPE=' WS-MISMATCH-SECTIONS
                   ' NOT VERIFIED=' WS-UNVERIFIED-SECTIONS
                   ' ROWS CHECKED=' WS-ROWS-CHECKED
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           IF WS-MISMATCH-SECTIONS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RPT-FILE.
           CLOSE LIST-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATGEOM' TO MSG-PROGRAM.
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
