       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMSGW.
      *****************************************************************
      *  PATMSGW - the shared message log writer. Every pattern job
      *  program that issues a numbered message (LOOP, PATEDIT,
      *  PATFCST, AUDRPT, PATBAL, PATBURST, PATBILL, PATRETN, PATCAT,
      *  PATRSB) CALLs this once per message with the message laid
      *  out per patmsg, instead of DISPLAYing it itself:
      *    'W' - show the message on the job log exactly as before
      *          (id, a space, the text), append it to the shared
      *          message log (MSGLOG, per patmsg), and - warnings
      *          and errors only - to the monitoring alert feed
      *          (ALERTOUT, per patalrt);
      *    'C' - close both at the caller's normal end. A caller
      *          that ends early with STOP RUN needs no 'C': ending
      *          the run unit closes the files.
      *  The files are opened on the first call. The step name comes
      *  from the step's MSGSTEP card (cols 1-8, the JCL step name)
      *  and the business date, for a caller that does not know it,
      *  from the patdate control record with the usual wall-clock
      *  fallback; both are read once, on that first call.
      *  Logging is best-effort by design: a log or feed that will
      *  not open is one warning on the job log and the job carries
      *  on with the job log alone - a monitoring outage must never
      *  be what fails the nightly run. The caller's RETURN-CODE is
      *  the caller's business; it saves and restores it around the
      *  CALL (see its LOG-MSG-PARA), since a CALL hands the called
      *  program's RETURN-CODE back.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MSG-FILE ASSIGN TO MSGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT OPTIONAL STEP-FILE ASSIGN TO MSGSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-FILE.
       01  MSG-LOG-OUT                     PIC X(188).

       FD  ALERT-FILE.
           COPY patalrt.

       FD  STEP-FILE.
       01  STEP-CARD.
           05  STEP-CARD-NAME              PIC X(8).
           05  FILLER                      PIC X(72).

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-MSG-STATUS PIC XX VALUE '00'.
           01 WS-ALERT-STATUS PIC XX VALUE '00'.
           01 WS-STEP-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-OPENED-FLAG PIC X VALUE 'N'.
               88  WRITER-IS-OPEN           VALUE 'Y' FALSE 'N'.
           01 WS-LOG-FLAG PIC X VALUE 'N'.
               88  LOG-IS-OPEN              VALUE 'Y' FALSE 'N'.
           01 WS-ALERT-FLAG PIC X VALUE 'N'.
               88  ALERT-IS-OPEN            VALUE 'Y' FALSE 'N'.

           01 WS-STEP-NAME PIC X(8) VALUE SPACES.
           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-TRAIL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TEXT-LEN PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  MSG-REQUEST-CODE                PIC X(1).
           88  MSG-CLOSE-REQUESTED         VALUE 'C'.
           COPY patmsg.

       PROCEDURE DIVISION USING MSG-REQUEST-CODE MESSAGE-LOG-RECORD.
           IF MSG-CLOSE-REQUESTED
               IF WRITER-IS-OPEN
                   PERFORM CLOSE-LOG-PARA
               END-IF
           ELSE
               IF NOT WRITER-IS-OPEN
                   PERFORM OPEN-LOG-PARA
               END-IF
               PERFORM WRITE-MSG-PARA
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      *  OPEN-LOG-PARA - first call: the step name, the business
      *  date, and the two outputs, each opened EXTEND (both are
      *  cumulative, DISP=MOD datasets).
      *----------------------------------------------------------------
       OPEN-LOG-PARA.
           SET WRITER-IS-OPEN TO TRUE.
           OPEN INPUT STEP-FILE.
           IF WS-STEP-STATUS = '00'
               READ STEP-FILE
                   AT END
                       MOVE '10' TO WS-STEP-STATUS
               END-READ
               IF WS-STEP-STATUS = '00'
                   MOVE STEP-CARD-NAME TO WS-STEP-NAME
               END-IF
               CLOSE STEP-FILE
           END-IF.
           PERFORM GET-PROC-DATE-PARA.
           OPEN EXTEND MSG-FILE.
           IF WS-MSG-STATUS = '00' OR WS-MSG-STATUS = '05'
               SET LOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'MSGW0010W MESSAGE LOG NOT AVAILABLE, STATUS='
                       WS-MSG-STATUS ', MESSAGES ON THE JOB LOG ONLY'
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               SET ALERT-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'MSGW0011W ALERT FEED NOT AVAILABLE, STATUS='
                       WS-ALERT-STATUS ', NO ALERTS WILL BE RAISED'
           END-IF.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business date for callers that do
      *  not carry one, per patdate, silently falling back to the
      *  wall clock (the caller has its own date warnings if the
      *  date matters to its work).
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE '10' TO WS-DATE-STATUS
               END-READ
               IF WS-DATE-STATUS = '00' AND PRC-DATE NUMERIC
                   MOVE PRC-DATE TO WS-PROC-DATE
               END-IF
               CLOSE DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  WRITE-MSG-PARA - stamp the message, show it on the job log
      *  (trailing spaces trimmed, so the log reads as it always
      *  has), and append it to the log and, for W and E, the feed.
      *----------------------------------------------------------------
       WRITE-MSG-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO MSG-TIMESTAMP.
           MOVE WS-STEP-NAME TO MSG-STEP.
           MOVE MSG-ID(9:1) TO MSG-SEVERITY.
           IF MSG-PROC-DATE = SPACES
               MOVE WS-PROC-DATE TO MSG-PROC-DATE
           END-IF.
           MOVE ZERO TO WS-TRAIL-COUNT.
           INSPECT FUNCTION REVERSE(MSG-TEXT)
                   TALLYING WS-TRAIL-COUNT FOR LEADING SPACES.
           COMPUTE WS-TEXT-LEN = LENGTH OF MSG-TEXT - WS-TRAIL-COUNT.
           IF WS-TEXT-LEN > ZERO
               DISPLAY MSG-ID ' ' MSG-TEXT(1:WS-TEXT-LEN)
           ELSE
               DISPLAY MSG-ID
           END-IF.
           IF LOG-IS-OPEN
               WRITE MSG-LOG-OUT FROM MESSAGE-LOG-RECORD
           END-IF.
           IF ALERT-IS-OPEN AND (MSG-IS-WARNING OR MSG-IS-ERROR)
               PERFORM WRITE-ALERT-PARA
           END-IF.

       WRITE-ALERT-PARA.
           MOVE SPACES TO ALERT-RECORD.
           MOVE 'PATTERN' TO ALR-SYSTEM.
           MOVE MSG-SEVERITY TO ALR-SEVERITY.
           MOVE MSG-TIMESTAMP TO ALR-TIMESTAMP.
           MOVE MSG-PROC-DATE TO ALR-PROC-DATE.
           MOVE MSG-PROGRAM TO ALR-PROGRAM.
           MOVE MSG-STEP TO ALR-STEP.
           MOVE MSG-ID TO ALR-MSG-ID.
           MOVE MSG-RUN-ID TO ALR-RUN-ID.
           MOVE MSG-REQUEST-SEQ TO ALR-REQUEST-SEQ.
           MOVE MSG-REQUESTER-ID TO ALR-REQUESTER-ID.
           MOVE MSG-TEXT TO ALR-TEXT.
           WRITE ALERT-RECORD.

       CLOSE-LOG-PARA.
           IF LOG-IS-OPEN
               CLOSE MSG-FILE
               SET LOG-IS-OPEN TO FALSE
           END-IF.
           IF ALERT-IS-OPEN
               CLOSE ALERT-FILE
               SET ALERT-IS-OPEN TO FALSE
           END-IF.
           SET WRITER-IS-OPEN TO FALSE.
