      *  EXTEND on restart), so a run's records are contiguous and a
      *  plain control break on AUD-RUN-ID is sufficient - no sort
      *  step is needed ahead of this program.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT). PATDIGST prints the morning
      *  exceptions digest from the log.
      *****************************************************************

       ENVIRONMENT DIVISION.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  DET-PROC-DATE           PIC X(8).

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM SUMMARIZE-PARA
                   UNTIL WS-AUDIT-STATUS NOT = '00'.
           END-IF.
           PERFORM GRAND-TOTAL-PARA.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'AUDR0010E' TO MSG-ID
               STRING 'AUDIT FILE OPEN FAILED, STATUS=' WS-AUDIT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUM-FILE.
           IF WS-SUM-STATUS NOT = '00'
               MOVE 'AUDR0011E' TO MSG-ID
               STRING 'SUMMARY FILE OPEN FAILED, STATUS=' WS-SUM-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
                   DELIMITED BY SIZE INTO SUM-RECORD.
           WRITE SUM-RECORD.
           IF WS-TOTAL-MISMATCHES > ZERO
               MOVE 'AUDR0020W' TO MSG-ID
               STRING WS-TOTAL-MISMATCHES
                       ' RECONCILE MISMATCH RECORDS IN PERIOD'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 4 TO RETURN-CODE
           END-IF.

       TERM-PARA.
           CLOSE AUDIT-FILE.
           CLOSE SUM-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'AUDRPT' TO MSG-PROGRAM.
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
