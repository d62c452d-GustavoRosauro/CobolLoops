       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSTO.
      *****************************************************************
      *  PATSTO - standing order maintenance. Applies a deck of
      *  maintenance cards (STOCARDS) against the keyed standing
      *  order file (STOFILE, layout per patstor) and lists the
      *  result of every card to STOLIST, with the order as it was
      *  before the card and as it is after it - the audit listing
      *  of who now gets what, and how often - plus the whole file
      *  on request. One card per action:
      *
      *    COL 1      ACTION  A=ADD  C=CHANGE  D=DELETE  L=LIST ALL
      *               S=SUSPEND  R=RESUME
      *    COL 2-9    REQUESTER ID            (THE KEY)
      *    COL 10-13  ORDER ID                (THE KEY)
      *    COL 14-21  CATALOG PATTERN NAME    (A/C; BLANK = INLINE)
      *    COL 22     FILL CHARACTER          (A/C, INLINE ONLY)
      *    COL 23-26  ROW COUNT, 4 DIGITS     (A/C, INLINE ONLY)
      *    COL 27     PATTERN TYPE D/A/P/H/B  (A/C, INLINE ONLY,
      *                                        BLANK = D)
      *    COL 28     PRIORITY CLASS U/N/D    (A/C, BLANK = NORMAL)
      *    COL 29     FREQUENCY               (A/C)
      *                 D DAILY, W WEEKLY, N NTH BUSINESS DAY OF THE
      *                 MONTH, M MONTH-END (LAST BUSINESS DAY)
      *    COL 30-31  FREQUENCY VALUE         (W: 01-05, MONDAY TO
      *                                        FRIDAY; N: 01-23;
      *                                        D/M: BLANK)
      *    COL 32-39  START DATE YYYYMMDD     (A/C, BLANK = THE
      *                                        PROCESSING DATE)
      *    COL 40-47  STOP DATE YYYYMMDD      (A/C, BLANK = NO END)
      *
      *  A 'C' card replaces the order's pattern, priority, frequency
      *  and dates as a whole, the way PATCAT's and PATDEPT's do; the
      *  order's status and generation history are kept.
      *  'S' stops an order being generated without losing it (a
      *  department on holiday shutdown); 'R' starts it again.
      *  A named order must name a pattern the catalog (CATFILE)
      *  holds, and PATCAT in turn refuses to delete a name a current
      *  standing order uses; an inline order is held to the same
      *  edits PATCAT applies to a catalog entry, so a standing order
      *  cannot be one the front-end edit would reject every day. A
      *  catalog that will not open is warned about and the names go
      *  unchecked - PATEDIT still rejects an unknown name (E007).
      *  A card that fails (duplicate add, change/delete of an order
      *  not on file, a bad field) is reported and skipped with RC=4;
      *  the rest of the deck still applies, the same philosophy
      *  PATCAT applies to its own deck. RC=16 when a file will not
      *  open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO STOCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STO-STATUS.

           SELECT OPTIONAL CAT-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-NAME
               FILE STATUS IS WS-CAT-STATUS.

           SELECT LIST-FILE ASSIGN TO STOLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-ACTION                 PIC X(1).
           05  CARD-REQUESTER-ID           PIC X(8).
           05  CARD-ORDER-ID               PIC X(4).
           05  CARD-PATTERN-NAME           PIC X(8).
           05  CARD-FILL-CHAR              PIC X(1).
           05  CARD-ROW-COUNT              PIC X(4).
           05  CARD-ROW-COUNT-NUM REDEFINES CARD-ROW-COUNT
                                           PIC 9(4).
           05  CARD-PATTERN-TYPE           PIC X(1).
           05  CARD-PRIORITY               PIC X(1).
           05  CARD-FREQUENCY              PIC X(1).
           05  CARD-FREQ-VALUE             PIC X(2).
           05  CARD-FREQ-VALUE-NUM REDEFINES CARD-FREQ-VALUE
                                           PIC 9(2).
           05  CARD-START-DATE             PIC X(8).
           05  CARD-STOP-DATE              PIC X(8).
           05  FILLER                      PIC X(33).

       FD  STO-FILE.
           COPY patstor.

       FD  CAT-FILE.
           COPY patcatr.

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(132).

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
      *    Shared pattern work area, copied for LENGTH OF TEXTO so an
      *    inline order's capacity edits are the same tests PATCAT,
      *    PATEDIT and LOOP's VALIDATE-PARA apply, not a second limit.
           COPY patwork.

           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-STO-STATUS PIC XX VALUE '00'.
           01 WS-CAT-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-CARD-OK-FLAG PIC X VALUE 'Y'.
               88  CARD-IS-OK               VALUE 'Y' FALSE 'N'.

           01 WS-CAT-AVAIL-FLAG PIC X VALUE 'N'.
               88  CATALOG-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.

           01 WS-EDIT-TYPE PIC X VALUE 'D'.
               88  EDIT-TYPE-KNOWN          VALUES 'D' 'A' 'P'
                                                   'H' 'B'.
           01 WS-EDIT-PRIORITY PIC X VALUE SPACE.
               88  EDIT-PRIORITY-KNOWN      VALUES 'U' 'N' 'D' ' '.
           01 WS-EDIT-FREQUENCY PIC X VALUE SPACE.
               88  EDIT-FREQ-KNOWN          VALUES 'D' 'W' 'N' 'M'.
           01 WS-EDIT-FREQ-VALUE PIC 9(2) VALUE ZERO.
           01 WS-EDIT-START PIC X(8) VALUE SPACES.

      *    Date edit work area: a card date must be a real calendar
      *    date, not merely eight digits.
           01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05  WS-CHECK-YEAR            PIC 9(4).
               05  WS-CHECK-MONTH           PIC 9(2).
               05  WS-CHECK-DAY             PIC 9(2).
           01 WS-DATE-OK-FLAG PIC X VALUE 'Y'.
               88  DATE-IS-VALID            VALUE 'Y' FALSE 'N'.

           01 WS-ACTION-TAKEN PIC X(9) VALUE SPACES.
           01 WS-REJECT-REASON PIC X(28) VALUE SPACES.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

           01 WS-BEFORE-IMAGE PIC X(80) VALUE SPACES.
           01 WS-AFTER-IMAGE PIC X(80) VALUE SPACES.
           01 WS-ORDER-TEXT PIC X(112) VALUE SPACES.

           01 WS-MSG-SAVE-RC PIC S9(4) VALUE ZERO.
           COPY patmsg.

       PROCEDURE DIVISION.
           INITIALIZE MESSAGE-LOG-RECORD.
           PERFORM INIT-PARA.
           PERFORM CARD-PARA
                   UNTIL WS-CARD-STATUS NOT = '00'.
           PERFORM TERM-PARA.
           PERFORM CLOSE-MSG-PARA.
           STOP RUN.

      *----------------------------------------------------------------
      *  INIT-PARA - open the card deck, the order file (I-O;
      *  OPTIONAL, so the very first maintenance run allocates an
      *  empty file, with PATCAT's prime-the-cluster treatment of a
      *  never-loaded cluster), the catalog for the name check
      *  (best-effort) and the listing, and prime the first card.
      *----------------------------------------------------------------
       INIT-PARA.
           PERFORM GET-PROC-DATE-PARA.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'STOM0010E' TO MSG-ID
               STRING 'CARD FILE OPEN FAILED, STATUS=' WS-CARD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN I-O STO-FILE.
           IF WS-STO-STATUS = '35'
               OPEN OUTPUT STO-FILE
               IF WS-STO-STATUS = '00'
                   CLOSE STO-FILE
                   OPEN I-O STO-FILE
               END-IF
           END-IF.
           IF WS-STO-STATUS NOT = '00' AND WS-STO-STATUS NOT = '05'
               MOVE 'STOM0011E' TO MSG-ID
               STRING 'STANDING ORDER FILE OPEN FAILED, STATUS='
                       WS-STO-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'STOM0012E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS=' WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE STO-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = '00'
               SET CATALOG-IS-AVAILABLE TO TRUE
           ELSE
               SET CATALOG-IS-AVAILABLE TO FALSE
               MOVE 'STOM0015W' TO MSG-ID
               STRING 'CATALOG NOT AVAILABLE, STATUS=' WS-CAT-STATUS
                       ', PATTERN NAMES NOT CHECKED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               IF WS-CAT-STATUS = '05'
                   CLOSE CAT-FILE
               END-IF
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING 'STANDING ORDER MAINTENANCE   BUSINESS DATE '
                   WS-PROC-DATE
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM READ-CARD-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date (the
      *  default start date of a new order), with the usual
      *  wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'STOM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'STOM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'STOM0014W' TO MSG-ID
                   STRING 'PROCESSING DATE FILE NOT AVAILABLE, STATUS='
                           WS-DATE-STATUS ', USING WALL-CLOCK DATE'
                           DELIMITED BY SIZE INTO MSG-TEXT
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  READ-CARD-PARA - prime/advance to the next maintenance card.
      *----------------------------------------------------------------
       READ-CARD-PARA.
           READ CARD-FILE
               AT END
                   MOVE '10' TO WS-CARD-STATUS
           END-READ.

      *----------------------------------------------------------------
      *  CARD-PARA - apply one maintenance card.
      *----------------------------------------------------------------
       CARD-PARA.
           ADD 1 TO WS-CARD-COUNT.
           SET CARD-IS-OK TO TRUE.
           EVALUATE CARD-ACTION
               WHEN 'A'
                   PERFORM EDIT-KEY-PARA
                   PERFORM EDIT-CARD-PARA
                   IF CARD-IS-OK
                       PERFORM ADD-PARA
                   END-IF
               WHEN 'C'
                   PERFORM EDIT-KEY-PARA
                   PERFORM EDIT-CARD-PARA
                   IF CARD-IS-OK
                       PERFORM CHANGE-PARA
                   END-IF
               WHEN 'D'
                   PERFORM DELETE-PARA
               WHEN 'S'
                   PERFORM SET-STATUS-PARA
               WHEN 'R'
                   PERFORM SET-STATUS-PARA
               WHEN 'L'
                   PERFORM LIST-PARA
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-EVALUATE.
           PERFORM READ-CARD-PARA.

      *----------------------------------------------------------------
      *  EDIT-KEY-PARA - neither half of the key may be blank.
      *----------------------------------------------------------------
       EDIT-KEY-PARA.
           IF CARD-REQUESTER-ID = SPACES
               MOVE 'REQUESTER ID IS BLANK'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND CARD-ORDER-ID = SPACES
               MOVE 'ORDER ID IS BLANK'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-CARD-PARA - an add or change: the pattern (a name the
      *  catalog holds, or inline values that pass PATCAT's edits),
      *  the priority class, the frequency and its value, and the
      *  dates. The first failing edit rejects the card.
      *----------------------------------------------------------------
       EDIT-CARD-PARA.
           IF CARD-IS-OK
               IF CARD-PATTERN-NAME NOT = SPACES
                   PERFORM EDIT-NAMED-PARA
               ELSE
                   PERFORM EDIT-INLINE-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK
               MOVE CARD-PRIORITY TO WS-EDIT-PRIORITY
               IF NOT EDIT-PRIORITY-KNOWN
                   MOVE 'UNKNOWN PRIORITY CLASS'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK
               PERFORM EDIT-FREQUENCY-PARA
           END-IF.
           IF CARD-IS-OK
               PERFORM EDIT-DATES-PARA
           END-IF.

       EDIT-NAMED-PARA.
           IF CATALOG-IS-AVAILABLE
               MOVE CARD-PATTERN-NAME TO CAT-NAME
               READ CAT-FILE
                   INVALID KEY
                       MOVE 'NAME NOT IN CATALOG'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-READ
           END-IF.

      *    PATCAT's EDIT-CARD-PARA rules, on the order's own values.
       EDIT-INLINE-PARA.
           IF CARD-ROW-COUNT NOT NUMERIC
               MOVE 'ROW COUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND CARD-ROW-COUNT-NUM = ZERO
               MOVE 'ROW COUNT IS ZERO'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND
                   CARD-ROW-COUNT-NUM > LENGTH OF TEXTO
               MOVE 'ROW COUNT EXCEEDS CAPACITY'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK
               MOVE CARD-PATTERN-TYPE TO WS-EDIT-TYPE
               IF CARD-PATTERN-TYPE = SPACE
                   MOVE 'D' TO WS-EDIT-TYPE
               END-IF
               IF NOT EDIT-TYPE-KNOWN
                   MOVE 'UNKNOWN PATTERN TYPE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK AND WS-EDIT-TYPE = 'P' AND
                   (2 * CARD-ROW-COUNT-NUM) - 1 > LENGTH OF TEXTO
               MOVE 'PYRAMID WIDTH OVER CAPACITY'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND
                   (CARD-FILL-CHAR < SPACE OR
                    CARD-FILL-CHAR = HIGH-VALUE)
               MOVE 'FILL CHAR NOT DISPLAYABLE'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-FREQUENCY-PARA - a known frequency, and a value that
      *  makes sense for it: a weekday 1-5 for weekly, a business day
      *  of the month 1-23 for Nth business day (no month has more),
      *  nothing for daily and month-end.
      *----------------------------------------------------------------
       EDIT-FREQUENCY-PARA.
           MOVE CARD-FREQUENCY TO WS-EDIT-FREQUENCY.
           MOVE ZERO TO WS-EDIT-FREQ-VALUE.
           IF NOT EDIT-FREQ-KNOWN
               MOVE 'FREQUENCY MUST BE D W N OR M'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK
               IF WS-EDIT-FREQUENCY = 'W' OR WS-EDIT-FREQUENCY = 'N'
                   IF CARD-FREQ-VALUE NOT NUMERIC
                       MOVE 'FREQUENCY VALUE NOT NUMERIC'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                   ELSE
                       MOVE CARD-FREQ-VALUE-NUM TO WS-EDIT-FREQ-VALUE
                   END-IF
               ELSE
                   IF CARD-FREQ-VALUE NOT = SPACES
                           AND CARD-FREQ-VALUE NOT = '00'
                       MOVE 'NO VALUE FOR DAILY/MONTH-END'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-OK AND WS-EDIT-FREQUENCY = 'W' AND
                   (WS-EDIT-FREQ-VALUE < 1 OR WS-EDIT-FREQ-VALUE > 5)
               MOVE 'WEEKDAY MUST BE 01-05'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND WS-EDIT-FREQUENCY = 'N' AND
                   (WS-EDIT-FREQ-VALUE < 1 OR WS-EDIT-FREQ-VALUE > 23)
               MOVE 'BUSINESS DAY MUST BE 01-23'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

      *----------------------------------------------------------------
      *  EDIT-DATES-PARA - a blank start date means from today; a
      *  blank stop date means no end; a stop date before the start
      *  date could never generate anything.
      *----------------------------------------------------------------
       EDIT-DATES-PARA.
           MOVE CARD-START-DATE TO WS-EDIT-START.
           IF CARD-START-DATE = SPACES
               MOVE WS-PROC-DATE TO WS-EDIT-START
           ELSE
               MOVE CARD-START-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PARA
               IF NOT DATE-IS-VALID
                   MOVE 'START DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK AND CARD-STOP-DATE NOT = SPACES
               MOVE CARD-STOP-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PARA
               IF NOT DATE-IS-VALID
                   MOVE 'STOP DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK AND CARD-STOP-DATE NOT = SPACES
                   AND CARD-STOP-DATE < WS-EDIT-START
               MOVE 'STOP DATE BEFORE START DATE'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.

       CHECK-DATE-PARA.
           SET DATE-IS-VALID TO TRUE.
           IF WS-CHECK-DATE NOT NUMERIC
               SET DATE-IS-VALID TO FALSE
           ELSE
               IF WS-CHECK-YEAR < 1601
                       OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   SET DATE-IS-VALID TO FALSE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  ADD-PARA / CHANGE-PARA / DELETE-PARA / SET-STATUS-PARA - one
      *  order action each; the file status (22 duplicate, 23 not
      *  found) decides whether the card applied.
      *----------------------------------------------------------------
       ADD-PARA.
           MOVE SPACES TO STANDING-ORDER-RECORD.
           MOVE CARD-REQUESTER-ID TO STO-REQUESTER-ID.
           MOVE CARD-ORDER-ID TO STO-ORDER-ID.
           MOVE 'A' TO STO-STATUS.
           MOVE ZERO TO STO-GEN-COUNT.
           PERFORM BUILD-ORDER-PARA.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE 'ORDER ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-WRITE.
           IF CARD-IS-OK
               MOVE 'ADDED' TO WS-ACTION-TAKEN
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE
               PERFORM APPLIED-PARA
           END-IF.

       CHANGE-PARA.
           PERFORM READ-ORDER-PARA.
           IF CARD-IS-OK
               MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
               PERFORM BUILD-ORDER-PARA
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-REWRITE
           END-IF.
           IF CARD-IS-OK
               MOVE 'CHANGED' TO WS-ACTION-TAKEN
               MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE
               PERFORM APPLIED-PARA
           END-IF.

       DELETE-PARA.
           PERFORM READ-ORDER-PARA.
           IF CARD-IS-OK
               MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
               DELETE STO-FILE
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-DELETE
           END-IF.
           IF CARD-IS-OK
               MOVE 'DELETED' TO WS-ACTION-TAKEN
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM APPLIED-PARA
           END-IF.

      *    'S' suspends an active order, 'R' resumes a suspended one;
      *    either card against an order already in that state is
      *    reported, so a deck keyed twice shows up.
       SET-STATUS-PARA.
           PERFORM READ-ORDER-PARA.
           IF CARD-IS-OK
               MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
               IF CARD-ACTION = 'S'
                   IF STO-IS-SUSPENDED
                       MOVE 'ORDER ALREADY SUSPENDED'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                   ELSE
                       MOVE 'S' TO STO-STATUS
                       MOVE 'SUSPENDED' TO WS-ACTION-TAKEN
                   END-IF
               ELSE
                   IF NOT STO-IS-SUSPENDED
                       MOVE 'ORDER IS NOT SUSPENDED'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
                   ELSE
                       MOVE 'A' TO STO-STATUS
                       MOVE 'RESUMED' TO WS-ACTION-TAKEN
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-OK
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-REWRITE
           END-IF.
           IF CARD-IS-OK
               MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE
               PERFORM APPLIED-PARA
           END-IF.

       READ-ORDER-PARA.
           MOVE CARD-REQUESTER-ID TO STO-REQUESTER-ID.
           MOVE CARD-ORDER-ID TO STO-ORDER-ID.
           READ STO-FILE
               INVALID KEY
                   MOVE 'ORDER NOT ON FILE'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-READ.

      *    The card's pattern, priority, frequency and dates onto the
      *    order in the record area; key, status and generation
      *    history are the caller's.
       BUILD-ORDER-PARA.
           MOVE CARD-PATTERN-NAME TO STO-PATTERN-NAME.
           IF CARD-PATTERN-NAME = SPACES
               MOVE CARD-FILL-CHAR TO STO-FILL-CHAR
               MOVE CARD-ROW-COUNT-NUM TO STO-ROW-COUNT
               MOVE WS-EDIT-TYPE TO STO-PATTERN-TYPE
           ELSE
               MOVE SPACE TO STO-FILL-CHAR STO-PATTERN-TYPE
               MOVE ZERO TO STO-ROW-COUNT
           END-IF.
           MOVE CARD-PRIORITY TO STO-PRIORITY.
           MOVE WS-EDIT-FREQUENCY TO STO-FREQUENCY.
           MOVE WS-EDIT-FREQ-VALUE TO STO-FREQ-VALUE.
           MOVE WS-EDIT-START TO STO-START-DATE.
           MOVE CARD-STOP-DATE TO STO-STOP-DATE.

      *----------------------------------------------------------------
      *  LIST-PARA - list every order in key order.
      *----------------------------------------------------------------
       LIST-PARA.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING 'STANDING ORDERS:'
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE LOW-VALUES TO STO-KEY.
           START STO-FILE KEY NOT < STO-KEY
               INVALID KEY
                   MOVE '10' TO WS-STO-STATUS
           END-START.
           PERFORM LIST-ENTRY-PARA
                   UNTIL WS-STO-STATUS NOT = '00'.
           MOVE '00' TO WS-STO-STATUS.
           MOVE SPACES TO LIST-RECORD.
           STRING 'ORDERS LISTED=' WS-LISTED-COUNT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       LIST-ENTRY-PARA.
           READ STO-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-STO-STATUS
           END-READ.
           IF WS-STO-STATUS = '00'
               ADD 1 TO WS-LISTED-COUNT
               PERFORM FORMAT-ORDER-PARA
               MOVE SPACES TO LIST-RECORD
               STRING '  ' STO-REQUESTER-ID ' ' STO-ORDER-ID ' '
                       WS-ORDER-TEXT
                       DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  FORMAT-ORDER-PARA - the order in the record area as one line
      *  of listing text.
      *----------------------------------------------------------------
       FORMAT-ORDER-PARA.
           MOVE SPACES TO WS-ORDER-TEXT.
           STRING 'NAME=' STO-PATTERN-NAME
                   ' FILL=' STO-FILL-CHAR
                   ' ROWS=' STO-ROW-COUNT
                   ' TYPE=' STO-PATTERN-TYPE
                   ' PRI=' STO-PRIORITY
                   ' FREQ=' STO-FREQUENCY ' ' STO-FREQ-VALUE
                   ' FROM=' STO-START-DATE
                   ' TO=' STO-STOP-DATE
                   ' STATUS=' STO-STATUS
                   ' LAST=' STO-LAST-GEN-DATE
                   ' GEN=' STO-GEN-COUNT
                   DELIMITED BY SIZE INTO WS-ORDER-TEXT.

      *----------------------------------------------------------------
      *  APPLIED-PARA / REJECT-PARA - one listing line per card with
      *  what happened to it; an applied card is followed by the
      *  order before and after it (the side that did not exist is
      *  left off), a reject also sets RC=4 and counts toward the
      *  trailer's rejected total.
      *----------------------------------------------------------------
       APPLIED-PARA.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' REQ=' CARD-REQUESTER-ID
                   ' ORDER=' CARD-ORDER-ID ' ' WS-ACTION-TAKEN
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO STANDING-ORDER-RECORD
               PERFORM FORMAT-ORDER-PARA
               MOVE SPACES TO LIST-RECORD
               STRING '    BEFORE ' WS-ORDER-TEXT
                       DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO STANDING-ORDER-RECORD
               PERFORM FORMAT-ORDER-PARA
               MOVE SPACES TO LIST-RECORD
               STRING '    AFTER  ' WS-ORDER-TEXT
                       DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.

       REJECT-PARA.
           SET CARD-IS-OK TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 4 TO RETURN-CODE.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' REQ=' CARD-REQUESTER-ID
                   ' ORDER=' CARD-ORDER-ID
                   ' REJECTED, ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       TERM-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARDS=' WS-CARD-COUNT
                   ' APPLIED=' WS-APPLIED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           CLOSE CARD-FILE.
           CLOSE STO-FILE.
           CLOSE LIST-FILE.
           IF CATALOG-IS-AVAILABLE
               CLOSE CAT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATSTO' TO MSG-PROGRAM.
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
