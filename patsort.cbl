       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSORT.
      *****************************************************************
      *  PATSORT - priority ordering of the edited request batch.
      *  Runs between the front-end edit and the forecast/build
      *  steps and rewrites the batch in priority-class order
      *  (TRAN-PRIORITY, per pattran): every urgent request first,
      *  then the normal ones (a blank class is normal), then the
      *  deferrable ones - so LOOP builds urgent work while the
      *  window is still young, and the work PATFCST may shed to
      *  the pending queue sits at the back of the batch where
      *  shedding it disturbs nothing ahead of it.
      *  Within a class the arrival order is kept exactly (the sort
      *  key carries the input position), so two requests of the
      *  same class build in the order PATEDIT passed them, the
      *  same order the batch ran in before there were classes. A
      *  batch with no classes at all therefore comes out unchanged.
      *  The parallel job is served the same way: PATSPLIT deals the
      *  sorted batch by position, which keeps the class order
      *  inside every instance, and PATMERGE's positional reassembly
      *  puts the report back in this sorted order.
      *  The batch is OPTIONAL, as it is to PATFCST: no batch (a
      *  single control-file-driven day, TRANFILE DD DUMMY) writes
      *  an empty sorted file, RC=0.
      *  RC=0 normal, RC=16 a file would not open, the sort itself
      *  failed, or a sorted request could not be written.
      *  A failed write to the sorted output now stops the unload
      *  there with SORT0015E and RC=16 instead of passing on a
      *  batch with requests missing from it. Numbered messages now
      *  go through LOG-MSG-PARA to the shared message log writer
      *  (PATMSGW) instead of straight to the job log: each still
      *  shows on the job log as before, and is also appended to the
      *  message log (MSGLOG, per patmsg) with the business date and
      *  step; warnings and errors also go to the monitoring alert
      *  feed (ALERTOUT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SORTED-FILE ASSIGN TO SORTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           COPY pattran.

       FD  SORTED-FILE.
       01  SORTED-RECORD                   PIC X(50).

      *    The sort record: class rank (1 urgent, 2 normal, 3
      *    deferrable), the input position that keeps arrival order
      *    within a class, and the untouched request image.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-RANK                    PIC 9(1).
           05  SRT-ARRIVAL                 PIC 9(7).
           05  SRT-TRAN-IMAGE              PIC X(50).

       WORKING-STORAGE SECTION.
           01 WS-TRAN-STATUS PIC XX VALUE '00'.
           01 WS-SORTED-STATUS PIC XX VALUE '00'.
           01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
               88  SORT-IS-DONE             VALUE 'Y' FALSE 'N'.

           01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-URGENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NORMAL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEFER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ED-SORT-RETURN PIC -9(4).

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           SORT SORT-WORK
                   ON ASCENDING KEY SRT-RANK SRT-ARRIVAL
                   INPUT PROCEDURE IS LOAD-SORT-PARA
                   OUTPUT PROCEDURE IS UNLOAD-SORT-PARA.
           IF SORT-RETURN NOT = ZERO
               MOVE SORT-RETURN TO WS-ED-SORT-RETURN
               MOVE 'SORT0013E' TO MSG-ID
               STRING 'PRIORITY SORT FAILED, SORT-RETURN='
                       WS-ED-SORT-RETURN
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - open the edited batch (OPTIONAL - absent means
      *  an empty sorted file, not an error) and the sorted output.
      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS = '05'
               MOVE 'SORT0014I' TO MSG-ID
               STRING 'NO REQUEST BATCH, NOTHING TO SORT'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE '10' TO WS-TRAN-STATUS
           ELSE
               IF WS-TRAN-STATUS NOT = '00'
                   MOVE 'SORT0010E' TO MSG-ID
                   STRING 'TRANSACTION FILE OPEN FAILED, STATUS='
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-MSG-PARA
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SORTED-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               MOVE 'SORT0012E' TO MSG-ID
               STRING 'SORTED OUTPUT FILE OPEN FAILED, STATUS='
                       WS-SORTED-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE TRAN-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS = '00'
               PERFORM READ-TRAN-PARA
           END-IF.

       READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
                   MOVE '10' TO WS-TRAN-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  LOAD-SORT-PARA - the sort's input side: every edited request
      *  is released with its class rank and input position.
      *----------------------------------------------------------------
       LOAD-SORT-PARA.
           PERFORM RELEASE-REQUEST-PARA
                   UNTIL WS-TRAN-STATUS NOT = '00'.

      *----------------------------------------------------------------
      *  RELEASE-REQUEST-PARA - rank one request. PATEDIT has already
      *  rejected any class code that is not U, N, D or blank, so
      *  anything that is not urgent or deferrable is normal.
      *----------------------------------------------------------------
       RELEASE-REQUEST-PARA.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN TRAN-PRIORITY-URGENT
                   MOVE 1 TO SRT-RANK
                   ADD 1 TO WS-URGENT-COUNT
               WHEN TRAN-PRIORITY-DEFERRABLE
                   MOVE 3 TO SRT-RANK
                   ADD 1 TO WS-DEFER-COUNT
               WHEN OTHER
                   MOVE 2 TO SRT-RANK
                   ADD 1 TO WS-NORMAL-COUNT
           END-EVALUATE.
           MOVE WS-READ-COUNT TO SRT-ARRIVAL.
           MOVE TRANSACTION-RECORD TO SRT-TRAN-IMAGE.
           RELEASE SORT-RECORD.
           PERFORM READ-TRAN-PARA.

      *----------------------------------------------------------------
      *  UNLOAD-SORT-PARA - the sort's output side: the request
      *  images, rank and position stripped, in priority order. A
      *  write that fails ends the unload there (RC=16): a batch
      *  short of requests must not go on to the build as if whole.
      *----------------------------------------------------------------
       UNLOAD-SORT-PARA.
           SET SORT-IS-DONE TO FALSE.
           PERFORM RETURN-REQUEST-PARA
                   UNTIL SORT-IS-DONE.

       RETURN-REQUEST-PARA.
           RETURN SORT-WORK
               AT END
                   SET SORT-IS-DONE TO TRUE
               NOT AT END
                   WRITE SORTED-RECORD FROM SRT-TRAN-IMAGE
                   IF WS-SORTED-STATUS = '00'
                       ADD 1 TO WS-WRITTEN-COUNT
                   ELSE
                       MOVE 'SORT0015E' TO MSG-ID
                       STRING 'SORTED OUTPUT WRITE FAILED, STATUS='
                               WS-SORTED-STATUS ', AFTER '
                               WS-WRITTEN-COUNT ' REQUEST(S)'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                       MOVE 16 TO RETURN-CODE
                       SET SORT-IS-DONE TO TRUE
                   END-IF
           END-RETURN.

       TERM-PARA.
           MOVE 'SORT0001I' TO MSG-ID.
           STRING 'REQUESTS READ=' WS-READ-COUNT
                   ' WRITTEN=' WS-WRITTEN-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           MOVE 'SORT0002I' TO MSG-ID.
           STRING 'URGENT=' WS-URGENT-COUNT
                   ' NORMAL=' WS-NORMAL-COUNT
                   ' DEFERRABLE=' WS-DEFER-COUNT
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           CLOSE TRAN-FILE.
           CLOSE SORTED-FILE.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log and dates it from patdate.
      *  RETURN-CODE is kept across the CALL, and the per-message
      *  text and context are cleared for the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATSORT' TO MSG-PROGRAM.
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
