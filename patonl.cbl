      *  uses, via the same copybooks, so there is nothing to keep
      *  in sync. ISPF services go through ISPLINK; PF3 backs out
      *  of any panel.
      *  A third function, REQUEST STATUS INQUIRY (panel PATTRK),
      *  reads the request status tracker (TRKFILE, per pattrk, a
      *  VSAM KSDS opened for input only): given a requester and a
      *  received-date range it lists that requester's requests in
      *  date order, each request's summary line (tracking id,
      *  current state, due date, the request as received) followed
      *  by its full state history, a panel page at a time - ENTER
      *  shows the next page, and changed criteria start a new
      *  lookup.
      *  A request generated from a standing order shows STANDING at
      *  the end of its summary line; the line's field labels are
      *  shortened (F= R= T= P=) to make room, with the key in the
      *  panel's column heading.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL TRK-FILE ASSIGN TO TRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRK-KEY
               FILE STATUS IS WS-TRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       FD  LOCK-FILE.
           COPY patlock.

       FD  TRK-FILE.
           COPY pattrk.

       WORKING-STORAGE SECTION.
      *    Shared pattern work area, copied for LENGTH OF TEXTO so
      *    the online row-count edit is the same capacity test the
           01 WS-CKPT-STATUS PIC XX VALUE '00'.
           01 WS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-LOCK-STATUS PIC XX VALUE '00'.
           01 WS-TRK-STATUS PIC XX VALUE '00'.

           01 WS-LOCK-SEEN-FLAG PIC X VALUE 'N'.
               88  LOCK-RECORD-SEEN         VALUE 'Y' FALSE 'N'.
           01 ISPF-LEN-12 PIC 9(6) COMP VALUE 12.
           01 ISPF-LEN-14 PIC 9(6) COMP VALUE 14.
           01 ISPF-LEN-50 PIC 9(6) COMP VALUE 50.
           01 ISPF-LEN-76 PIC 9(6) COMP VALUE 76.

      *    Menu panel variable.
           01 ZSEL PIC X(1) VALUE SPACE.
           01 QLRUN PIC X(8) VALUE SPACES.
           01 QLSTART PIC X(14) VALUE SPACES.

      *    Request status inquiry panel variables. The fourteen
      *    output lines are one contiguous table, defined to ISPF
      *    with a single VDEFINE of the name list.
           01 TREQ PIC X(8) VALUE SPACES.
           01 TFROM PIC X(8) VALUE SPACES.
           01 TTO PIC X(8) VALUE SPACES.
           01 TMSG PIC X(50) VALUE SPACES.
           01 TLINES.
               05  TLINE                   PIC X(76) OCCURS 14 TIMES.
           01 TLINE-NAMES.
               05  FILLER                  PIC X(36) VALUE
                   '(TL01 TL02 TL03 TL04 TL05 TL06 TL07 '.
               05  FILLER                  PIC X(36) VALUE
                   'TL08 TL09 TL10 TL11 TL12 TL13 TL14) '.

      *    Inquiry state: the criteria of the lookup on the screen,
      *    and the key the next page starts from.
           01 WS-TRK-AVAIL-FLAG PIC X VALUE 'N'.
               88  TRACKER-AVAILABLE        VALUE 'Y' FALSE 'N'.
           01 WS-TRK-DONE-FLAG PIC X VALUE 'N'.
               88  TRACK-INQ-DONE           VALUE 'Y' FALSE 'N'.
           01 WS-TRK-END-FLAG PIC X VALUE 'Y'.
               88  TRACK-AT-END             VALUE 'Y' FALSE 'N'.
           01 WS-TRK-FULL-FLAG PIC X VALUE 'N'.
               88  TRACK-PAGE-FULL          VALUE 'Y' FALSE 'N'.
           01 WS-TRK-LAST-REQ PIC X(8) VALUE SPACES.
           01 WS-TRK-LAST-FROM PIC X(8) VALUE SPACES.
           01 WS-TRK-LAST-TO PIC X(8) VALUE SPACES.
           01 WS-TRK-TO-DATE PIC X(8) VALUE SPACES.
           01 WS-TRK-NEXT-KEY PIC X(23) VALUE SPACES.
           01 WS-TRK-SHOWN PIC 9(5) VALUE ZERO.
           01 WS-TL-IX PIC 9(2) VALUE ZERO.

           01 TRK-SUMMARY-LINE.
               05  TSL-TRACKING-ID         PIC X(12).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TSL-STATE               PIC X(11).
               05  FILLER                  PIC X(5)  VALUE ' DUE '.
               05  TSL-DUE                 PIC X(8).
               05  FILLER                  PIC X(3)  VALUE ' F='.
               05  TSL-FILL                PIC X(1).
               05  FILLER                  PIC X(3)  VALUE ' R='.
               05  TSL-ROWS                PIC X(4).
               05  FILLER                  PIC X(3)  VALUE ' T='.
               05  TSL-TYPE                PIC X(1).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TSL-NAME                PIC X(8).
               05  FILLER                  PIC X(3)  VALUE ' P='.
               05  TSL-PRIORITY            PIC X(1).
               05  TSL-ORIGIN              PIC X(9).
               05  FILLER                  PIC X(2)  VALUE SPACES.

           01 TRK-EVENT-LINE.
               05  FILLER                  PIC X(2)  VALUE SPACES.
               05  TEL-SEQ                 PIC 9(3).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TEL-DATE                PIC X(8).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TEL-STATE               PIC X(11).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TEL-PROGRAM             PIC X(8).
               05  FILLER                  PIC X(1)  VALUE SPACE.
               05  TEL-DETAIL              PIC X(40).

           01 WS-AUD-ROWS PIC 9(5) VALUE ZERO.
           01 WS-AUD-MISM PIC 9(5) VALUE ZERO.
           01 WS-AUD-RUN-ID PIC X(8) VALUE SPACES.
                   ISPF-CHAR ISPF-LEN-8.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(QLSTRT)' QLSTART
                   ISPF-CHAR ISPF-LEN-14.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(TREQ)  ' TREQ
                   ISPF-CHAR ISPF-LEN-8.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(TFROM) ' TFROM
                   ISPF-CHAR ISPF-LEN-8.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(TTO)   ' TTO
                   ISPF-CHAR ISPF-LEN-8.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(TMSG)  ' TMSG
                   ISPF-CHAR ISPF-LEN-50.
           CALL 'ISPLINK' USING ISPF-VDEFINE TLINE-NAMES TLINES
                   ISPF-CHAR ISPF-LEN-76.

      *----------------------------------------------------------------
      *  MENU-PARA - one pass through the menu; PF3 (DISPLAY return
                       PERFORM MAINT-PARA
                   WHEN '2'
                       PERFORM INQUIRY-PARA
                   WHEN '3'
                       PERFORM TRACK-INQ-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   END-IF
                   MOVE AUD-TIMESTAMP TO WS-AUD-LAST
           END-READ.

      *----------------------------------------------------------------
      *  TRACK-INQ-PARA - request status inquiry: the tracker is
      *  opened for input for as long as the panel is up, and the
      *  panel redisplays with each page of the lookup until the
      *  operator backs out with PF3.
      *----------------------------------------------------------------
       TRACK-INQ-PARA.
           SET TRACK-INQ-DONE TO FALSE.
           SET TRACK-AT-END TO TRUE.
           MOVE SPACES TO TLINES WS-TRK-LAST-REQ.
           MOVE 'ENTER A REQUESTER AND A RECEIVED DATE RANGE' TO TMSG.
           OPEN INPUT TRK-FILE.
           IF WS-TRK-STATUS = '00'
               SET TRACKER-AVAILABLE TO TRUE
           ELSE
               SET TRACKER-AVAILABLE TO FALSE
               MOVE 'REQUEST TRACKER NOT AVAILABLE' TO TMSG
               IF WS-TRK-STATUS = '05'
                   CLOSE TRK-FILE
               END-IF
           END-IF.
           PERFORM TRACK-DISPLAY-PARA
                   UNTIL TRACK-INQ-DONE.
           IF TRACKER-AVAILABLE
               CLOSE TRK-FILE
           END-IF.
           MOVE '00' TO WS-TRK-STATUS.

       TRACK-DISPLAY-PARA.
           CALL 'ISPLINK' USING ISPF-DISPLAY 'PATTRK  '.
           IF RETURN-CODE = 8
               SET TRACK-INQ-DONE TO TRUE
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM TRACK-LOOKUP-PARA
           END-IF.

      *----------------------------------------------------------------
      *  TRACK-LOOKUP-PARA - edit the criteria (requester required,
      *  dates YYYYMMDD or blank for open-ended), then show the next
      *  page: the first page of a new lookup when the criteria
      *  changed or the last lookup reached its end, otherwise the
      *  page after the one on the screen.
      *----------------------------------------------------------------
       TRACK-LOOKUP-PARA.
           MOVE SPACES TO TMSG.
           IF TREQ = SPACES
               MOVE 'REQUESTER IS REQUIRED' TO TMSG
           END-IF.
           IF TMSG = SPACES AND TFROM NOT = SPACES
                   AND TFROM NOT NUMERIC
               MOVE 'FROM DATE MUST BE YYYYMMDD' TO TMSG
           END-IF.
           IF TMSG = SPACES AND TTO NOT = SPACES
                   AND TTO NOT NUMERIC
               MOVE 'TO DATE MUST BE YYYYMMDD' TO TMSG
           END-IF.
           IF TMSG = SPACES AND NOT TRACKER-AVAILABLE
               MOVE 'REQUEST TRACKER NOT AVAILABLE' TO TMSG
           END-IF.
           IF TMSG = SPACES
               IF TREQ NOT = WS-TRK-LAST-REQ
                       OR TFROM NOT = WS-TRK-LAST-FROM
                       OR TTO NOT = WS-TRK-LAST-TO
                       OR TRACK-AT-END
                   PERFORM TRACK-NEW-LOOKUP-PARA
               END-IF
               PERFORM TRACK-FILL-PAGE-PARA
           END-IF.

       TRACK-NEW-LOOKUP-PARA.
           MOVE TREQ TO WS-TRK-LAST-REQ.
           MOVE TFROM TO WS-TRK-LAST-FROM.
           MOVE TTO TO WS-TRK-LAST-TO.
           MOVE TTO TO WS-TRK-TO-DATE.
           IF TTO = SPACES
               MOVE '99999999' TO WS-TRK-TO-DATE
           END-IF.
           MOVE LOW-VALUES TO TRK-KEY.
           MOVE TREQ TO TRK-REQUESTER-ID.
           IF TFROM NOT = SPACES
               MOVE TFROM TO TRK-RECEIVED-DATE
           END-IF.
           MOVE TRK-KEY TO WS-TRK-NEXT-KEY.
           MOVE ZERO TO WS-TRK-SHOWN.
           SET TRACK-AT-END TO FALSE.

      *----------------------------------------------------------------
      *  TRACK-FILL-PAGE-PARA - one panel page from the saved key:
      *  each tracker record is one line (a summary record starts a
      *  request, its events follow it in sequence). The first
      *  record that does not fit is where the next page starts.
      *----------------------------------------------------------------
       TRACK-FILL-PAGE-PARA.
           MOVE SPACES TO TLINES.
           MOVE ZERO TO WS-TL-IX.
           SET TRACK-PAGE-FULL TO FALSE.
           MOVE WS-TRK-NEXT-KEY TO TRK-KEY.
           START TRK-FILE KEY NOT < TRK-KEY
               INVALID KEY
                   SET TRACK-AT-END TO TRUE
           END-START.
           PERFORM TRACK-LINE-PARA
                   UNTIL TRACK-AT-END OR TRACK-PAGE-FULL.
           EVALUATE TRUE
               WHEN TRACK-PAGE-FULL
                   MOVE 'MORE - PRESS ENTER FOR THE NEXT PAGE' TO TMSG
               WHEN WS-TRK-SHOWN = ZERO
                   MOVE 'NO REQUESTS FOR THAT REQUESTER AND RANGE'
                           TO TMSG
               WHEN OTHER
                   MOVE 'END OF REQUESTS - ENTER STARTS OVER' TO TMSG
           END-EVALUATE.

       TRACK-LINE-PARA.
           READ TRK-FILE NEXT RECORD
               AT END
                   SET TRACK-AT-END TO TRUE
           END-READ.
           IF NOT TRACK-AT-END
               IF TRK-REQUESTER-ID NOT = WS-TRK-LAST-REQ
                       OR TRK-RECEIVED-DATE > WS-TRK-TO-DATE
                   SET TRACK-AT-END TO TRUE
               END-IF
           END-IF.
           IF NOT TRACK-AT-END
               IF WS-TL-IX = 14
                   MOVE TRK-KEY TO WS-TRK-NEXT-KEY
                   SET TRACK-PAGE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-TL-IX
                   PERFORM TRACK-FORMAT-PARA
               END-IF
           END-IF.

       TRACK-FORMAT-PARA.
           IF TRK-IS-SUMMARY
               ADD 1 TO WS-TRK-SHOWN
               MOVE TRK-TRACKING-ID TO TSL-TRACKING-ID
               MOVE TRK-STATE TO TSL-STATE
               MOVE TRK-DUE-DATE TO TSL-DUE
               MOVE TRK-FILL-CHAR TO TSL-FILL
               MOVE TRK-ROW-COUNT TO TSL-ROWS
               MOVE TRK-PATTERN-TYPE TO TSL-TYPE
               MOVE TRK-PATTERN-NAME TO TSL-NAME
               MOVE TRK-PRIORITY TO TSL-PRIORITY
               IF TRK-FROM-STANDING-ORDER
                   MOVE ' STANDING' TO TSL-ORIGIN
               ELSE
                   MOVE SPACES TO TSL-ORIGIN
               END-IF
               MOVE TRK-SUMMARY-LINE TO TLINE(WS-TL-IX)
           ELSE
               MOVE TRK-EVENT-SEQ TO TEL-SEQ
               MOVE TRK-EVENT-DATE TO TEL-DATE
               MOVE TRK-STATE TO TEL-STATE
               MOVE TRK-PROGRAM TO TEL-PROGRAM
               MOVE TRK-DETAIL TO TEL-DETAIL
               MOVE TRK-EVENT-LINE TO TLINE(WS-TL-IX)
           END-IF.
