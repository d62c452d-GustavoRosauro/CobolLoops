       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATROLL.
      *****************************************************************
      *  PATROLL - processing-date rollover. Moves the business date
      *  on the patdate control record (DATEFILE) from one working
      *  day to the next by the business calendar, so the scheduler
      *  no longer keys PROD.LOOP.PRCDATE by hand, and stops a night
      *  being run for a date that does not work. It runs twice a
      *  night, as the first and last steps of the nightly job, with
      *  the PARM saying which:
      *
      *    PARM='CHECK'     FIRST STEP. THE NIGHT MAY RUN WHEN THE
      *                     BUSINESS DATE IS A WORKING DAY ON THE
      *                     CALENDAR AND IS NOT STILL AHEAD OF THE
      *                     DAY THE JOB IS RUNNING ON (A NIGHT
      *                     RELEASED ON A WEEKEND OR HOLIDAY, WHEN
      *                     THE DATE HAS ALREADY BEEN ROLLED TO THE
      *                     NEXT WORKING DAY). OTHERWISE RC=8 AND
      *                     THE NIGHT'S STEPS ARE BYPASSED.
      *    PARM='OVERRIDE'  THE SAME CHECK, BUT A REFUSAL IS ONLY A
      *                     WARNING (RC=4) AND THE NIGHT RUNS - THE
      *                     OPERATOR'S WAY TO RUN A DATE THE CALENDAR
      *                     SAYS IS CLOSED.
      *    PARM='ROLL'      LAST STEP. THE DATE IS MOVED TO THE NEXT
      *                     WORKING DAY AFTER IT, ONCE PER NIGHT.
      *    PARM='FORCE'     ROLL EVEN THOUGH NO NIGHT HAS STARTED FOR
      *                     THE DATE (SEE BELOW) - A DAY SKIPPED ON
      *                     PURPOSE.
      *
      *  Each started night and each roll is an entry on the roll
      *  log (ROLLLOG, per patrlog). A roll is made only when the
      *  last entry is the start of the night for the date on
      *  DATEFILE, so a second roll step in the same night (the
      *  split job after the main one, a rerun of the last step) is
      *  a warning and changes nothing (RC=4), and a night that
      *  failed before its last step keeps its date for the rerun -
      *  the late rerun of a missed night needs nothing keyed. A
      *  check for a date the log shows was started already is a
      *  rerun of the night and is noted; a date that is not the one
      *  last rolled to was keyed by hand and is warned.
      *  A roll into December looks for January of the next year on
      *  the calendar and warns (RC=4) every night until it is
      *  loaded. Working days come from the business day service
      *  (PATBDAY), which counts Monday to Friday, with its own
      *  warning, for any date the calendar does not hold.
      *  RC=8 also for a missing or unrecognized PARM, and for a
      *  roll with no valid date on DATEFILE to roll from (key it by
      *  hand); RC=16 when the new date cannot be written, in which
      *  case the date is left as it was.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT OPTIONAL LOG-FILE ASSIGN TO ROLLLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE.
           COPY patdate.

       FD  LOG-FILE.
           COPY patrlog.

       WORKING-STORAGE SECTION.
           01 WS-DATE-STATUS PIC XX VALUE '00'.
           01 WS-LOG-STATUS PIC XX VALUE '00'.

           01 WS-MODE-FLAG PIC X VALUE 'C'.
               88  CHECK-MODE               VALUE 'C'.
               88  ROLL-MODE                VALUE 'R'.
           01 WS-OVERRIDE-FLAG PIC X VALUE 'N'.
               88  OPERATOR-OVERRIDE        VALUE 'Y' FALSE 'N'.
           01 WS-DATE-FOUND-FLAG PIC X VALUE 'N'.
               88  DATE-IS-FROM-FILE        VALUE 'Y' FALSE 'N'.
           01 WS-REFUSE-FLAG PIC X VALUE 'N'.
               88  NIGHT-IS-REFUSED         VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-WALL-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-DATE PIC X(8) VALUE SPACES.
           01 WS-NEXT-JAN PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
           01 WS-FROM-INT PIC 9(7) VALUE ZERO.
           01 WS-TO-INT PIC 9(7) VALUE ZERO.
           01 WS-DAYS-SKIPPED PIC 9(3) VALUE ZERO.
           01 WS-NEXT-YEAR PIC 9(4) VALUE ZERO.

      *    The last entry on the roll log (spaces when it is empty).
           01 WS-LAST-LOG PIC X(60) VALUE SPACES.
           01 WS-LOG-COUNT PIC 9(7) VALUE ZERO.

           01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
           01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
               05  WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
           01 WS-PROC-DAY-NAME PIC X(3) VALUE SPACES.
           01 WS-DAY-STANDING PIC X(30) VALUE SPACES.

           COPY patbdayp.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN                    PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(8).

       PROCEDURE DIVISION USING PARM-AREA.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM PARM-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM READ-LOG-PARA.
           IF ROLL-MODE
               PERFORM ROLL-PARA
           ELSE
               PERFORM CHECK-PARA
           END-IF.
           MOVE 'C' TO BDY-FUNCTION.
           PERFORM BUS-DAY-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  PARM-PARA - CHECK, OVERRIDE, ROLL or FORCE. Anything else,
      *  or nothing, is refused outright - a mis-keyed PARM must not
      *  quietly roll the date, or run a closed one.
      *----------------------------------------------------------------
       PARM-PARA.
           EVALUATE TRUE
               WHEN PARM-LEN = 5 AND PARM-DATA(1:5) = 'CHECK'
                   SET CHECK-MODE TO TRUE
               WHEN PARM-LEN = 8 AND PARM-DATA = 'OVERRIDE'
                   SET CHECK-MODE TO TRUE
                   SET OPERATOR-OVERRIDE TO TRUE
               WHEN PARM-LEN = 4 AND PARM-DATA(1:4) = 'ROLL'
                   SET ROLL-MODE TO TRUE
               WHEN PARM-LEN = 5 AND PARM-DATA(1:5) = 'FORCE'
                   SET ROLL-MODE TO TRUE
                   SET OPERATOR-OVERRIDE TO TRUE
               WHEN OTHER
                   PERFORM GET-PROC-DATE-PARA
                   MOVE 'ROLL0010E' TO MSG-ID
                   STRING 'MISSING OR UNRECOGNIZED PARM, CHECK, '
                           'OVERRIDE, ROLL OR FORCE IS REQUIRED'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-MSG-PARA
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business date on DATEFILE. A check
      *  falls back to the wall clock with a warning, the way every
      *  step of the night will; a roll needs the real record.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WALL-DATE.
           MOVE WS-WALL-DATE TO WS-PROC-DATE.
           SET DATE-IS-FROM-FILE TO FALSE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE '10' TO WS-DATE-STATUS
               END-READ
               IF WS-DATE-STATUS = '00' AND PRC-DATE NUMERIC
                   MOVE PRC-DATE TO WS-PROC-DATE
                   SET DATE-IS-FROM-FILE TO TRUE
               END-IF
               CLOSE DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  READ-LOG-PARA - the roll log read through for its last
      *  entry; an absent or empty log is a first night.
      *----------------------------------------------------------------
       READ-LOG-PARA.
           MOVE SPACES TO WS-LAST-LOG.
           MOVE ZERO TO WS-LOG-COUNT.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '05'
               MOVE '00' TO WS-LOG-STATUS
               PERFORM READ-LOG-ENTRY-PARA
                       UNTIL WS-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
           END-IF.
           MOVE WS-LAST-LOG TO ROLL-LOG-RECORD.

       READ-LOG-ENTRY-PARA.
           READ LOG-FILE
               AT END
                   MOVE '10' TO WS-LOG-STATUS
           END-READ.
           IF WS-LOG-STATUS = '00'
               MOVE ROLL-LOG-RECORD TO WS-LAST-LOG
               ADD 1 TO WS-LOG-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  CHECK-PARA - may the night run for the business date: it
      *  must be a working day, and not still ahead of today. A
      *  refusal stops the night (RC=8) unless overridden (RC=4);
      *  a night that may run is entered on the roll log.
      *----------------------------------------------------------------
       CHECK-PARA.
           IF NOT DATE-IS-FROM-FILE
               MOVE 'ROLL0015W' TO MSG-ID
               STRING 'PROCESSING DATE FILE MISSING OR NOT NUMERIC, '
                       'CHECKING THE WALL-CLOCK DATE ' WS-PROC-DATE
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               PERFORM SET-RC-4-PARA
           END-IF.
           MOVE 'T' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           PERFORM BUS-DAY-PARA.
           IF BDY-DATE-INVALID
               PERFORM DATE-INVALID-PARA
           END-IF.
           PERFORM DAY-STANDING-PARA.
           SET NIGHT-IS-REFUSED TO FALSE.
           IF NOT BDY-IS-WORKING-DAY
               SET NIGHT-IS-REFUSED TO TRUE
               IF OPERATOR-OVERRIDE
                   MOVE 'ROLL0021W' TO MSG-ID
                   STRING 'BUSINESS DATE ' WS-PROC-DATE ' '
                           WS-PROC-DAY-NAME ' IS ' DELIMITED BY SIZE
                           WS-DAY-STANDING DELIMITED BY '  '
                           ' - NIGHT RUN BY OVERRIDE'
                           DELIMITED BY SIZE INTO MSG-TEXT
               ELSE
                   MOVE 'ROLL0020E' TO MSG-ID
                   STRING 'BUSINESS DATE ' WS-PROC-DATE ' '
                           WS-PROC-DAY-NAME ' IS ' DELIMITED BY SIZE
                           WS-DAY-STANDING DELIMITED BY '  '
                           ' - NIGHT REFUSED, PARM=OVERRIDE TO RUN IT'
                           DELIMITED BY SIZE INTO MSG-TEXT
               END-IF
               PERFORM LOG-MSG-PARA
           END-IF.
           IF WS-PROC-DATE > WS-WALL-DATE
               SET NIGHT-IS-REFUSED TO TRUE
               IF OPERATOR-OVERRIDE
                   MOVE 'ROLL0021W' TO MSG-ID
                   STRING 'BUSINESS DATE ' WS-PROC-DATE
                           ' IS AHEAD OF TODAY ' WS-WALL-DATE
                           ' - NIGHT RUN EARLY BY OVERRIDE'
                           DELIMITED BY SIZE INTO MSG-TEXT
               ELSE
                   MOVE 'ROLL0020E' TO MSG-ID
                   STRING 'NO NIGHT IS DUE TODAY ' WS-WALL-DATE
                           ', THE NEXT BUSINESS DATE IS '
                           WS-PROC-DATE ' - NIGHT REFUSED'
                           DELIMITED BY SIZE INTO MSG-TEXT
               END-IF
               PERFORM LOG-MSG-PARA
           END-IF.
           IF NIGHT-IS-REFUSED
               IF OPERATOR-OVERRIDE
                   PERFORM SET-RC-4-PARA
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT NIGHT-IS-REFUSED OR OPERATOR-OVERRIDE
               PERFORM COMPARE-LOG-PARA
               PERFORM START-NIGHT-PARA
           END-IF.

      *    What the last log entry says about this date: started
      *    already (a rerun of the night), or not the date the last
      *    roll set (keyed by hand).
       COMPARE-LOG-PARA.
           IF RLG-NIGHT-STARTED AND RLG-BUS-DATE = WS-PROC-DATE
               MOVE 'ROLL0003I' TO MSG-ID
               STRING 'NIGHT FOR ' WS-PROC-DATE ' ALREADY STARTED AT '
                       RLG-TIMESTAMP ' AND NOT ROLLED - A RERUN'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
           END-IF.
           IF RLG-DATE-ROLLED AND RLG-NEW-DATE NOT = WS-PROC-DATE
               MOVE 'ROLL0023W' TO MSG-ID
               STRING 'BUSINESS DATE ' WS-PROC-DATE
                       ' IS NOT THE DATE LAST ROLLED TO, '
                       RLG-NEW-DATE ' - KEYED BY HAND'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               PERFORM SET-RC-4-PARA
           END-IF.

       START-NIGHT-PARA.
           MOVE SPACES TO ROLL-LOG-RECORD.
           MOVE 'S' TO RLG-EVENT.
           MOVE WS-PROC-DATE TO RLG-BUS-DATE.
           MOVE ZERO TO RLG-DAYS-SKIPPED.
           IF NIGHT-IS-REFUSED
               MOVE 'Y' TO RLG-OVERRIDE
           END-IF.
           PERFORM WRITE-LOG-PARA.
           MOVE 'ROLL0001I' TO MSG-ID.
           STRING 'NIGHT STARTED FOR BUSINESS DATE ' WS-PROC-DATE ' '
                   WS-PROC-DAY-NAME ' (' DELIMITED BY SIZE
                   WS-DAY-STANDING DELIMITED BY '  '
                   ')' DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.

      *----------------------------------------------------------------
      *  ROLL-PARA - the date moved to the next working day after it,
      *  when the log shows its night started and not yet rolled
      *  (or PARM=FORCE). DATEFILE is rewritten before the log entry
      *  is made, so a failure between the two leaves a log that
      *  still permits the roll.
      *----------------------------------------------------------------
       ROLL-PARA.
           IF NOT DATE-IS-FROM-FILE
               MOVE 'ROLL0012E' TO MSG-ID
               STRING 'PROCESSING DATE FILE MISSING OR NOT NUMERIC, '
                       'NOTHING TO ROLL - KEY THE NEXT BUSINESS DATE'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (RLG-NIGHT-STARTED AND RLG-BUS-DATE = WS-PROC-DATE)
                       OR OPERATOR-OVERRIDE
                   PERFORM NEXT-DATE-PARA
               ELSE
                   MOVE 'ROLL0024W' TO MSG-ID
                   IF WS-LAST-LOG = SPACES
                       STRING 'NO NIGHT HAS STARTED FOR '
                               WS-PROC-DATE
                               ', DATE NOT ROLLED (PARM=FORCE TO ROLL)'
                               DELIMITED BY SIZE INTO MSG-TEXT
                   ELSE
                       STRING 'NO NIGHT HAS STARTED FOR '
                               WS-PROC-DATE ' SINCE THE LAST ENTRY ('
                               RLG-EVENT ' ' RLG-BUS-DATE
                               '), DATE NOT ROLLED'
                               DELIMITED BY SIZE INTO MSG-TEXT
                   END-IF
                   PERFORM LOG-MSG-PARA
                   PERFORM SET-RC-4-PARA
               END-IF
           END-IF.

       NEXT-DATE-PARA.
           MOVE 'F' TO BDY-FUNCTION.
           MOVE WS-PROC-DATE TO BDY-DATE.
           MOVE 1 TO BDY-DAYS.
           PERFORM BUS-DAY-PARA.
           IF BDY-DATE-INVALID
               PERFORM DATE-INVALID-PARA
           END-IF.
           MOVE BDY-RESULT-DATE TO WS-NEW-DATE.
           MOVE WS-PROC-DATE TO WS-DATE-NUM.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-NEW-DATE TO WS-DATE-NUM.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-SKIPPED = WS-TO-INT - WS-FROM-INT - 1.
           OPEN OUTPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               MOVE WS-NEW-DATE TO PRC-DATE
               WRITE PROC-DATE-RECORD
               CLOSE DATE-FILE
           END-IF.
           IF WS-DATE-STATUS NOT = '00'
               MOVE 'ROLL0014E' TO MSG-ID
               STRING 'PROCESSING DATE FILE COULD NOT BE WRITTEN, '
                       'STATUS=' WS-DATE-STATUS
                       ' - DATE NOT ROLLED FROM ' WS-PROC-DATE
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ROLL-LOG-RECORD
               MOVE 'R' TO RLG-EVENT
               MOVE WS-PROC-DATE TO RLG-BUS-DATE
               MOVE WS-NEW-DATE TO RLG-NEW-DATE
               MOVE WS-DAYS-SKIPPED TO RLG-DAYS-SKIPPED
               IF OPERATOR-OVERRIDE
                   MOVE 'Y' TO RLG-OVERRIDE
               END-IF
               PERFORM WRITE-LOG-PARA
               MOVE 'ROLL0002I' TO MSG-ID
               STRING 'BUSINESS DATE ROLLED FROM ' WS-PROC-DATE
                       ' TO ' WS-NEW-DATE ', ' WS-DAYS-SKIPPED
                       ' NON-WORKING DATES PASSED OVER'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               IF WS-NEW-DATE(5:2) = '12'
                   PERFORM NEXT-YEAR-PARA
               END-IF
           END-IF.

      *    December: is January of next year on the calendar yet.
       NEXT-YEAR-PARA.
           MOVE WS-NEW-DATE(1:4) TO WS-NEXT-YEAR.
           ADD 1 TO WS-NEXT-YEAR.
           MOVE SPACES TO WS-NEXT-JAN.
           STRING WS-NEXT-YEAR '0101' DELIMITED BY SIZE
                   INTO WS-NEXT-JAN.
           MOVE 'T' TO BDY-FUNCTION.
           MOVE WS-NEXT-JAN TO BDY-DATE.
           PERFORM BUS-DAY-PARA.
           IF BDY-FROM-WEEKDAYS
               MOVE 'ROLL0025W' TO MSG-ID
               STRING 'YEAR ' WS-NEXT-YEAR
                       ' IS NOT ON THE BUSINESS CALENDAR - LOAD IT AND'
                       ' ITS HOLIDAYS WITH PATCALJ BEFORE JANUARY'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               PERFORM SET-RC-4-PARA
           END-IF.

      *----------------------------------------------------------------
      *  DAY-STANDING-PARA - the weekday and a word on the date's
      *  standing from the 'T' answer, for the messages.
      *----------------------------------------------------------------
       DAY-STANDING-PARA.
           MOVE SPACES TO WS-PROC-DAY-NAME WS-DAY-STANDING.
           IF BDY-WEEKDAY > ZERO AND BDY-WEEKDAY < 8
               MOVE WS-DAY-NAME(BDY-WEEKDAY) TO WS-PROC-DAY-NAME
           END-IF.
           EVALUATE TRUE
               WHEN BDY-IS-WORKING-DAY
                   MOVE 'A WORKING DAY' TO WS-DAY-STANDING
               WHEN BDY-IS-HOLIDAY
                   STRING 'A HOLIDAY, ' DELIMITED BY SIZE
                           BDY-DESCRIPTION DELIMITED BY '  '
                           INTO WS-DAY-STANDING
               WHEN OTHER
                   MOVE 'NOT A WORKING DAY' TO WS-DAY-STANDING
           END-EVALUATE.

       DATE-INVALID-PARA.
           MOVE 'ROLL0013E' TO MSG-ID.
           STRING 'PROCESSING DATE ' WS-PROC-DATE
                   ' IS NOT A VALID DATE - KEY THE BUSINESS DATE'
                   DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM LOG-MSG-PARA.
           MOVE 8 TO RETURN-CODE.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  WRITE-LOG-PARA - the entry in ROLL-LOG-RECORD onto the end
      *  of the roll log. A log that will not take it is warned: the
      *  date itself is right, but the next roll may need FORCE.
      *----------------------------------------------------------------
       WRITE-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO RLG-TIMESTAMP.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '05'
               WRITE ROLL-LOG-RECORD
               CLOSE LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               MOVE 'ROLL0016W' TO MSG-ID
               STRING 'ROLL LOG COULD NOT BE WRITTEN, STATUS='
                       WS-LOG-STATUS ', ENTRY ' RLG-EVENT ' '
                       RLG-BUS-DATE ' NOT RECORDED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               PERFORM SET-RC-4-PARA
           END-IF.

      *----------------------------------------------------------------
      *  BUS-DAY-PARA - put the question in BUS-DAY-REQUEST to the
      *  business day service; this step's RETURN-CODE is kept
      *  across the CALL.
      *----------------------------------------------------------------
       BUS-DAY-PARA.
           MOVE RETURN-CODE TO WS-MSG-SAVE-RC.
           CALL 'PATBDAY' USING BUS-DAY-REQUEST.
           MOVE WS-MSG-SAVE-RC TO RETURN-CODE.

       SET-RC-4-PARA.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATROLL' TO MSG-PROGRAM.
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
