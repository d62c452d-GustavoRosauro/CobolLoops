      *  RC=0 normal, RC=4 a section was routed to operations for
      *  want of a routing entry (or a routing card was bad), RC=16
      *  a file would not open.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the requester where a message is
      *  about one requester; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT). PATDIGST prints the morning
      *  exceptions digest from the log.
      *  A section header that carries the request's tracking id (the
      *  TRK= field LOOP writes after TYPE=) is now recorded on the
      *  request status tracker (TRKFILE, per pattrk, through
      *  PATTRKW) as BURST, naming the file the section went to.
      *  Headers without one (single mode, older reports) are routed
      *  exactly as before. Tracking is best-effort, as in PATEDIT.
      *****************************************************************

       ENVIRONMENT DIVISION.

           01 WS-UNROUTED-COUNT PIC 9(5) VALUE ZERO.

      *    Where the header's fields sit: LOOP's shape, one column
      *    right on PATMERGE's, ten more after a (RESUMED) marker.
           01 WS-HDR-SHIFT PIC 9(2) VALUE ZERO.
           01 WS-TRK-POS PIC 9(3) VALUE ZERO.
           01 WS-TRK-SAVE-RC PIC S9(4) VALUE ZERO.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.
           COPY pattrkp.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           INITIALIZE TRACK-EVENT.
           PERFORM INIT-PARA.
           PERFORM BURST-PARA
                   UNTIL WS-RPT-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-TRK-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'BRST0010E' TO MSG-ID
               STRING 'REPORT FILE OPEN FAILED, STATUS=' WS-RPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   WS-BD3-STATUS NOT = '00' OR
                   WS-BD4-STATUS NOT = '00' OR
                   WS-OPS-STATUS NOT = '00'
               MOVE 'BRST0011E' TO MSG-ID
               STRING 'BURST OUTPUT OPEN FAILED, STATUS=' WS-BD1-STATUS
                       WS-BD2-STATUS WS-BD3-STATUS WS-BD4-STATUS
                       WS-OPS-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUM-FILE.
           IF WS-SUM-STATUS NOT = '00'
               MOVE 'BRST0012E' TO MSG-ID
               STRING 'ROUTING SUMMARY OPEN FAILED, STATUS='
                       WS-SUM-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE BD1-FILE BD2-FILE BD3-FILE BD4-FILE OPS-FILE
                       UNTIL WS-ROUT-STATUS NOT = '00'
               CLOSE ROUT-FILE
           ELSE
               MOVE 'BRST0013W' TO MSG-ID
               STRING 'ROUTING FILE NOT AVAILABLE, STATUS='
                       WS-ROUT-STATUS ', EVERYTHING GOES TO OPERATIONS'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.

       LOAD-ROUTE-CARD-PARA.
                           MOVE ZERO TO
                                   WS-RT-SECTIONS(WS-ENTRY-COUNT)
                       ELSE
                           MOVE 'BRST0014W' TO MSG-ID
                           STRING 'ROUTING TABLE FULL, ENTRY FOR '
                                   ROUT-REQUESTER ' DROPPED'
                                   DELIMITED BY SIZE INTO MSG-TEXT
                           MOVE ROUT-REQUESTER TO MSG-REQUESTER-ID
                           PERFORM LOG-MSG-PARA
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE 'BRST0015W' TO MSG-ID
                       STRING 'BAD ROUTING CARD FOR ' ROUT-REQUESTER
                               ' FILE ' ROUT-FILE-NO ', DROPPED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       MOVE ROUT-REQUESTER TO MSG-REQUESTER-ID
                       PERFORM LOG-MSG-PARA
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.
      *  shapes apart, exactly the renumbering PATMERGE documents.
      *  Blank goes to operations by design; a requester with no
      *  routing entry goes there too, warned once per section so
      *  the missing routing card gets keyed. A tracked request's
      *  section is then recorded on the tracker.
      *----------------------------------------------------------------
       ROUTE-SECTION-PARA.
           IF WS-LINE-DATA(9:5) NUMERIC
               MOVE 1 TO WS-HDR-SHIFT
           ELSE
               MOVE ZERO TO WS-HDR-SHIFT
           END-IF.
           MOVE WS-LINE-DATA(35 + WS-HDR-SHIFT:8) TO WS-REQUESTER.
           IF WS-REQUESTER = SPACES
               MOVE WS-OPS-TARGET TO WS-CURR-TARGET
           ELSE
               END-IF
               IF WS-CURR-TARGET = WS-OPS-TARGET
                   ADD 1 TO WS-UNROUTED-COUNT
                   MOVE 'BRST0021W' TO MSG-ID
                   STRING 'NO ROUTING FOR ' WS-REQUESTER
                           ', SECTION SENT TO OPERATIONS'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE WS-REQUESTER TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           ADD 1 TO WS-TG-SECTIONS(WS-CURR-TARGET).
           PERFORM TRACK-SECTION-PARA.

      *----------------------------------------------------------------
      *  TRACK-SECTION-PARA - the header's TRK= field sits right
      *  after TYPE=x; a header without one is not tracked.
      *----------------------------------------------------------------
       TRACK-SECTION-PARA.
           COMPUTE WS-TRK-POS = 50 + WS-HDR-SHIFT.
           IF WS-LINE-DATA(43 + WS-HDR-SHIFT:10) = ' (RESUMED)'
               ADD 10 TO WS-TRK-POS
           END-IF.
           IF WS-LINE-DATA(WS-TRK-POS:5) = ' TRK='
               MOVE WS-REQUESTER TO TEV-REQUESTER-ID
               MOVE WS-LINE-DATA(WS-TRK-POS + 5:12) TO TEV-TRACKING-ID
               MOVE 'BURST' TO TEV-STATE
               IF WS-CURR-TARGET = WS-OPS-TARGET
                   STRING 'SECTION SENT TO FILE OPS'
                           DELIMITED BY SIZE INTO TEV-DETAIL
               ELSE
                   STRING 'SECTION SENT TO FILE D' WS-CURR-TARGET
                           DELIMITED BY SIZE INTO TEV-DETAIL
               END-IF
               PERFORM TRACK-PARA
           END-IF.

      *----------------------------------------------------------------
      *  FIND-ROUTE-PARA / SCAN-ROUTE-PARA - the requester's slot.
           END-IF.
           WRITE SUM-RECORD.
           ADD 1 TO WS-ENTRY-IX.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATBURST' TO MSG-PROGRAM.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATMSGW' USING BY CONTENT 'W'
                   BY REFERENCE MESSAGE-LOG-RECORD.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO MSG-TEXT MSG-RUN-ID MSG-REQUESTER-ID.
           MOVE ZERO TO MSG-REQUEST-SEQ.

      *----------------------------------------------------------------
      *  TRACK-PARA - hand the state change set up in TEV- to the
      *  request status tracker writer (PATTRKW, per pattrkp), which
      *  dates it from patdate. RETURN-CODE is kept across the CALL,
      *  and the per-event fields are cleared for the next.
      *  CLOSE-TRK-PARA closes the tracker at the end.
      *----------------------------------------------------------------
       TRACK-PARA.
           MOVE 'PATBURST' TO TEV-PROGRAM.
           MOVE RETURN-CODE TO WS-TRK-SAVE-RC.
           CALL 'PATTRKW' USING BY CONTENT 'W'
                   BY REFERENCE TRACK-EVENT.
           MOVE WS-TRK-SAVE-RC TO RETURN-CODE.
           MOVE SPACES TO TEV-STATE TEV-DETAIL TEV-RUN-ID
                   TEV-REQUEST-INFO TEV-PROC-DATE.

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
