      *  failed to equal read on any file (the swap step is held and
      *  the .NEW/.ARCH output of this run must be discarded), RC=16
      *  a file would not open.
      *  The pattern image file (patimg) is the fourth dataset and
      *  ages the same way: every record - header, detail rows and
      *  trailer alike - follows its run's verdict, so a run's
      *  image bracket is never split between the archive and the
      *  live file. A record with no run verdict falls back to its
      *  own processing date, which every image record carries.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the run id where a message is
      *  about one run; warnings and errors also go to the monitoring
      *  alert feed (ALERTOUT). PATDIGST prints the morning exceptions
      *  digest from the log.
      *  The audit record is 80 bytes now that it carries the
      *  request's tracking id (pataudit); the archive and rebuilt
      *  audit records follow it.
      *  The retention (RETNFILE) is now counted in business days:
      *  the cutoff is the Nth working day before the processing
      *  date on the business calendar (CALFILE, per patcalr,
      *  through the business day service PATBDAY), so a holiday
      *  period no longer eats into what is kept. A date the
      *  calendar does not hold is counted Monday to Friday, with
      *  PATBDAY's warning; a processing date it cannot read at all
      *  fails the pass (RC=16) before any file is touched.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT IMG-FILE ASSIGN TO IMGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT AUDARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTARCH-STATUS.

           SELECT IMGARCH-FILE ASSIGN TO IMGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGARCH-STATUS.

           SELECT AUDNEW-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTNEW-STATUS.

           SELECT IMGNEW-FILE ASSIGN TO IMGNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGNEW-STATUS.

           SELECT OPTIONAL RETN-FILE ASSIGN TO RETNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.
       FD  EXT-FILE.
       01  EXT-RECORD                      PIC X(80).

       FD  IMG-FILE.
           COPY patimg.

       FD  AUDARCH-FILE.
       01  AUDARCH-RECORD                  PIC X(80).

       FD  HISTARCH-FILE.
       01  HISTARCH-RECORD                 PIC X(73).
       FD  EXTARCH-FILE.
       01  EXTARCH-RECORD                  PIC X(80).

       FD  IMGARCH-FILE.
       01  IMGARCH-RECORD                  PIC X(173).

       FD  AUDNEW-FILE.
       01  AUDNEW-RECORD                   PIC X(80).

       FD  HISTNEW-FILE.
       01  HISTNEW-RECORD                  PIC X(73).
       FD  EXTNEW-FILE.
       01  EXTNEW-RECORD                   PIC X(80).

       FD  IMGNEW-FILE.
       01  IMGNEW-RECORD                   PIC X(173).

       FD  RETN-FILE.
       01  RETENTION-RECORD.
           05  RETN-DAYS                   PIC 9(3).
           01 WS-AUDNEW-STATUS PIC XX VALUE '00'.
           01 WS-HISTNEW-STATUS PIC XX VALUE '00'.
           01 WS-EXTNEW-STATUS PIC XX VALUE '00'.
           01 WS-IMG-STATUS PIC XX VALUE '00'.
           01 WS-IMGARCH-STATUS PIC XX VALUE '00'.
           01 WS-IMGNEW-STATUS PIC XX VALUE '00'.
           01 WS-RETN-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-RPT-STATUS PIC XX VALUE '00'.
           01 WS-RETAIN-DAYS PIC 9(3) VALUE 30.
           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-CUTOFF-X PIC X(8) VALUE SPACES.

           01 WS-REC-DATE PIC X(8) VALUE SPACES.
           01 WS-EXT-READ PIC 9(7) VALUE ZERO.
           01 WS-EXT-MOVED PIC 9(7) VALUE ZERO.
           01 WS-EXT-KEPT PIC 9(7) VALUE ZERO.
           01 WS-IMG-READ PIC 9(7) VALUE ZERO.
           01 WS-IMG-MOVED PIC 9(7) VALUE ZERO.
           01 WS-IMG-KEPT PIC 9(7) VALUE ZERO.
           01 WS-UNPARSED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-BALANCE-FLAG PIC X VALUE 'Y'.
                   10  WS-FATE-RUN-ID      PIC X(8).
                   10  WS-FATE-VERDICT     PIC X(1).

           01 WS-BDY-SAVE-RC PIC S9(4) VALUE ZERO.
           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY patbdayp.

      *    The history file is read twice: the scan fills the fate
      *    table (a run with several history records must get ONE
      *    verdict before any of them is written), then the pass
      *    proper and the audit, extract and image passes all follow
      *    it.
       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM HIST-SCAN-PARA
                   UNTIL WS-HIST-STATUS NOT = '00'.
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
           PERFORM EXT-PASS-PARA
                   UNTIL WS-EXT-STATUS NOT = '00'.
           PERFORM IMG-PASS-PARA
                   UNTIL WS-IMG-STATUS NOT = '00'.
           PERFORM PROVE-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-BDY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - retention business days (optional control
      *  record, default 30), the processing date, the cutoff from
      *  the business calendar, and every file: the four live
      *  inputs, the four archive appends, the four .NEW
      *  replacements, and the report. Any open failure is fatal -
      *  half a retention pass is worse than none.
      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT RETN-FILE.
           IF WS-RETN-STATUS = '00'
               READ RETN-FILE
                   AT END
                       MOVE 'RETN0011W' TO MSG-ID
                       STRING 'RETENTION FILE EMPTY, USING DEFAULT'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-RETN-STATUS = '00' AND RETN-DAYS NUMERIC
                       AND RETN-DAYS > ZERO
               CLOSE RETN-FILE
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           MOVE 'B' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           MOVE WS-RETAIN-DAYS TO BDY-DAYS.
           PERFORM BUS-DAY-PARA.
           IF BDY-DATE-INVALID
               MOVE 'RETN0017E' TO MSG-ID
               STRING 'PROCESSING DATE ' WS-PROC-DATE
                       ' INVALID, NO CUTOFF'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDY-RESULT-DATE TO WS-CUTOFF-X.
           MOVE 'RETN0001I' TO MSG-ID
           STRING 'RETAINING ' WS-RETAIN-DAYS
                   ' BUSINESS DAYS, CUTOFF DATE ' WS-CUTOFF-X
                   DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM LOG-MSG-PARA.
           OPEN INPUT AUDIT-FILE.
           OPEN INPUT HIST-FILE.
           OPEN INPUT EXT-FILE.
           OPEN INPUT IMG-FILE.
           IF WS-AUDIT-STATUS NOT = '00' OR
                   WS-HIST-STATUS NOT = '00' OR
                   WS-EXT-STATUS NOT = '00' OR
                   WS-IMG-STATUS NOT = '00'
               MOVE 'RETN0010E' TO MSG-ID
               STRING 'LIVE FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       WS-HIST-STATUS WS-EXT-STATUS WS-IMG-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDARCH-FILE.
           OPEN EXTEND HISTARCH-FILE.
           OPEN EXTEND EXTARCH-FILE.
           OPEN EXTEND IMGARCH-FILE.
           IF WS-AUDARCH-STATUS NOT = '00' OR
                   WS-HISTARCH-STATUS NOT = '00' OR
                   WS-EXTARCH-STATUS NOT = '00' OR
                   WS-IMGARCH-STATUS NOT = '00'
               MOVE 'RETN0012E' TO MSG-ID
               STRING 'ARCHIVE FILE OPEN FAILED, STATUS='
                       WS-AUDARCH-STATUS WS-HISTARCH-STATUS
                       WS-EXTARCH-STATUS WS-IMGARCH-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE HIST-FILE EXT-FILE IMG-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDNEW-FILE.
           OPEN OUTPUT HISTNEW-FILE.
           OPEN OUTPUT EXTNEW-FILE.
           OPEN OUTPUT IMGNEW-FILE.
           IF WS-AUDNEW-STATUS NOT = '00' OR
                   WS-HISTNEW-STATUS NOT = '00' OR
                   WS-EXTNEW-STATUS NOT = '00' OR
                   WS-IMGNEW-STATUS NOT = '00'
               MOVE 'RETN0013E' TO MSG-ID
               STRING 'REPLACEMENT FILE OPEN FAILED, STATUS='
                       WS-AUDNEW-STATUS WS-HISTNEW-STATUS
                       WS-EXTNEW-STATUS WS-IMGNEW-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE HIST-FILE EXT-FILE IMG-FILE
               CLOSE AUDARCH-FILE HISTARCH-FILE EXTARCH-FILE
                       IMGARCH-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'RETN0014E' TO MSG-ID
               STRING 'REPORT FILE OPEN FAILED, STATUS=' WS-RPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE HIST-FILE EXT-FILE IMG-FILE
               CLOSE AUDARCH-FILE HISTARCH-FILE EXTARCH-FILE
                       IMGARCH-FILE
               CLOSE AUDNEW-FILE HISTNEW-FILE EXTNEW-FILE
                       IMGNEW-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           STRING 'LOOP RETENTION PASS   CUTOFF=' WS-CUTOFF-X
                   ' (' WS-RETAIN-DAYS ' BUSINESS DAYS)'
                   DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-AUDIT-PARA.
           PERFORM READ-HIST-PARA.
           PERFORM READ-EXT-PARA.
           PERFORM READ-IMG-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date from the
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'RETN0015W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'RETN0015W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'RETN0015W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

                   MOVE '10' TO WS-EXT-STATUS
           END-READ.

       READ-IMG-PARA.
           READ IMG-FILE
               AT END
                   MOVE '10' TO WS-IMG-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  HIST-SCAN-PARA - first pass over the history: one verdict
      *  per run id, from HIST-END-TIMESTAMP against the cutoff.
                   MOVE WS-RUN-FATE
                           TO WS-FATE-VERDICT(WS-ENTRY-COUNT)
               ELSE
                   MOVE 'RETN0022W' TO MSG-ID
                   STRING 'RUN FATE TABLE FULL, RUN ' HIST-RUN-ID
                           ' AGES BY RECORD DATES'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE HIST-RUN-ID TO MSG-RUN-ID
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           PERFORM READ-HIST-PARA.
           CLOSE HIST-FILE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'RETN0016E' TO MSG-ID
               STRING 'HISTORY FILE RE-OPEN FAILED, STATUS='
                       WS-HIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM TERM-PARA
               STOP RUN
               PERFORM SET-FATE-BY-DATE-PARA
               IF WS-REC-DATE NOT NUMERIC
                   ADD 1 TO WS-UNPARSED-COUNT
                   MOVE 'RETN0021W' TO MSG-ID
                   STRING 'UNPARSEABLE EXTRACT DATE, RECORD KEPT ON '
                           'THE LIVE FILE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.
           IF WS-RUN-FATE = 'A'
           END-IF.
           PERFORM READ-EXT-PARA.

      *----------------------------------------------------------------
      *  IMG-PASS-PARA - one pattern image record, header, detail or
      *  trailer, per its run's verdict; with no verdict to follow
      *  it falls back to its own processing date, and a date that
      *  will not parse keeps the record, the same rule as above.
      *----------------------------------------------------------------
       IMG-PASS-PARA.
           ADD 1 TO WS-IMG-READ.
           MOVE IMG-RUN-ID TO WS-LOOKUP-RUN-ID.
           PERFORM FIND-FATE-PARA.
           IF WS-FOUND-IX > ZERO
               MOVE WS-FATE-VERDICT(WS-FOUND-IX) TO WS-RUN-FATE
           ELSE
               MOVE IMG-PROC-DATE TO WS-REC-DATE
               PERFORM SET-FATE-BY-DATE-PARA
           END-IF.
           IF WS-RUN-FATE = 'A'
               ADD 1 TO WS-IMG-MOVED
               WRITE IMGARCH-RECORD FROM IMAGE-RECORD
           ELSE
               ADD 1 TO WS-IMG-KEPT
               WRITE IMGNEW-RECORD FROM IMAGE-RECORD
           END-IF.
           PERFORM READ-IMG-PARA.

      *----------------------------------------------------------------
      *  PROVE-PARA - the report lines, and the proof: moved plus
      *  kept must equal read on every file before the swap step is
                   ' KEPT=' WS-EXT-KEPT
                   DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           STRING 'IMAGE    READ=' WS-IMG-READ
                   ' MOVED=' WS-IMG-MOVED
                   ' KEPT=' WS-IMG-KEPT
                   DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
           SET FILES-IN-BALANCE TO TRUE.
           IF WS-AUD-MOVED + WS-AUD-KEPT NOT = WS-AUD-READ
               SET FILES-IN-BALANCE TO FALSE
           IF WS-EXT-MOVED + WS-EXT-KEPT NOT = WS-EXT-READ
               SET FILES-IN-BALANCE TO FALSE
           END-IF.
           IF WS-IMG-MOVED + WS-IMG-KEPT NOT = WS-IMG-READ
               SET FILES-IN-BALANCE TO FALSE
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           IF FILES-IN-BALANCE
               STRING 'MOVED+KEPT=READ ON EVERY FILE - '
               STRING 'MOVED+KEPT DOES NOT EQUAL READ - '
                       'LIVE FILES LEFT UNTOUCHED'
                       DELIMITED BY SIZE INTO RPT-RECORD
               MOVE 'RETN0020E' TO MSG-ID
               STRING 'RETENTION PASS OUT OF BALANCE, SWAP HELD'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-RECORD.

       TERM-PARA.
           CLOSE AUDIT-FILE HIST-FILE EXT-FILE IMG-FILE.
           CLOSE AUDARCH-FILE HISTARCH-FILE EXTARCH-FILE
                   IMGARCH-FILE.
           CLOSE AUDNEW-FILE HISTNEW-FILE EXTNEW-FILE
                   IMGNEW-FILE.
           CLOSE RPT-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATRETN' TO MSG-PROGRAM.
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
