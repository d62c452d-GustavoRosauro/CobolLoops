       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATDEPT.
      *****************************************************************
      *  PATDEPT - department (requester) master maintenance. Applies
      *  a deck of maintenance cards (DEPTCARD) against the keyed
      *  department master (DEPTFILE, layout per patdptr) and lists
      *  the result of every card, plus the master itself on
      *  request, to DEPTLIST. One card per action:
      *
      *    COL 1      ACTION  A=ADD  C=CHANGE  D=DELETE  L=LIST ALL
      *               I=MARK INACTIVE  R=REACTIVATE
      *    COL 2-9    REQUESTER ID (THE KEY)
      *    COL 10-39  DEPARTMENT NAME         (A/C ONLY)
      *    COL 40-49  COST CENTER             (A/C ONLY)
      *    COL 50-79  BILLING CONTACT         (A/C ONLY)
      *    COL 80     STATUS A/I              (A/C ONLY, BLANK = A)
      *
      *  A card that fails (duplicate add, change/delete of an id not
      *  on the master, missing name or cost center, bad status) is
      *  reported and skipped with RC=4; the rest of the deck still
      *  applies, the same philosophy PATCAT applies to its own deck.
      *  RC=16 when a file will not open.
      *  'I' retires a department without losing it: its history
      *  still bills and reports against the record, but PATEDIT
      *  rejects any new request from it (E009). 'R' undoes that.
      *  Prefer 'I' to 'D' for a department that has ever submitted
      *  work - a deleted id reads as unknown to every program that
      *  looks it up, including PATBILL's cost-center column.
      *  Every applied card is journaled (DEPTJRNL, per patdjrn:
      *  before and after images, business date, the card itself),
      *  the same change memory CATJRNL gives the pattern catalog. A
      *  journal that will not open is warned about, not fatal, the
      *  same best-effort contract PATCAT gives its own journal.
      *  Numbered messages now go through LOG-MSG-PARA to the shared
      *  message log writer (PATMSGW) instead of straight to the job
      *  log: each still shows on the job log as before, and is also
      *  appended to the message log (MSGLOG, per patmsg) with the
      *  business date and step, and the requester where a message is
      *  about one card; warnings and errors also go to the
      *  monitoring alert feed (ALERTOUT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO DEPTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OPTIONAL DEPT-FILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-REQUESTER-ID
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT OPTIONAL JRNL-FILE ASSIGN TO DEPTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL DATE-FILE ASSIGN TO DATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-ACTION                 PIC X(1).
           05  CARD-REQUESTER-ID           PIC X(8).
           05  CARD-DEPT-NAME              PIC X(30).
           05  CARD-COST-CENTER            PIC X(10).
           05  CARD-BILL-CONTACT           PIC X(30).
           05  CARD-STATUS                 PIC X(1).

       FD  DEPT-FILE.
           COPY patdptr.

       FD  LIST-FILE.
       01  LIST-RECORD                     PIC X(80).

       FD  JRNL-FILE.
           COPY patdjrn.

       FD  DATE-FILE.
           COPY patdate.

       WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-DEPT-STATUS PIC XX VALUE '00'.
           01 WS-LIST-STATUS PIC XX VALUE '00'.
           01 WS-JRNL-STATUS PIC XX VALUE '00'.
           01 WS-DATE-STATUS PIC XX VALUE '00'.

           01 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-CARD-OK-FLAG PIC X VALUE 'Y'.
               88  CARD-IS-OK               VALUE 'Y' FALSE 'N'.

           01 WS-EDIT-STATUS PIC X VALUE 'A'.
               88  EDIT-STATUS-KNOWN        VALUES 'A' 'I'.

           01 WS-ACTION-TAKEN PIC X(11) VALUE SPACES.
           01 WS-REJECT-REASON PIC X(28) VALUE SPACES.

           01 WS-JRNL-AVAIL-FLAG PIC X VALUE 'N'.
               88  JOURNAL-IS-AVAILABLE     VALUE 'Y' FALSE 'N'.

           01 WS-PROC-DATE PIC X(8) VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

           01 WS-BEFORE-IMAGE PIC X(90) VALUE SPACES.
           01 WS-AFTER-IMAGE PIC X(90) VALUE SPACES.

           01 WS-ACTIVE-LISTED PIC 9(5) VALUE ZERO.
           01 WS-INACTIVE-LISTED PIC 9(5) VALUE ZERO.

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
      *  INIT-PARA - open the card deck, the master (I-O; OPTIONAL,
      *  so the very first maintenance run allocates an empty
      *  master), and the listing, and prime the first card. A
      *  never-loaded cluster will not OPEN I-O (status 35), so that
      *  status gets the same prime-the-cluster treatment PATCAT
      *  gives the catalog - OPEN OUTPUT, CLOSE, reopen I-O.
      *----------------------------------------------------------------
       INIT-PARA.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'DEPM0010E' TO MSG-ID
               STRING 'CARD FILE OPEN FAILED, STATUS=' WS-CARD-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS = '35'
               OPEN OUTPUT DEPT-FILE
               IF WS-DEPT-STATUS = '00'
                   CLOSE DEPT-FILE
                   OPEN I-O DEPT-FILE
               END-IF
           END-IF.
           IF WS-DEPT-STATUS NOT = '00' AND WS-DEPT-STATUS NOT = '05'
               MOVE 'DEPM0011E' TO MSG-ID
               STRING 'DEPARTMENT FILE OPEN FAILED, STATUS='
                       WS-DEPT-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'DEPM0012E' TO MSG-ID
               STRING 'LISTING FILE OPEN FAILED, STATUS='
                       WS-LIST-STATUS
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               MOVE 16 TO RETURN-CODE
               CLOSE CARD-FILE
               CLOSE DEPT-FILE
               PERFORM CLOSE-MSG-PARA
               STOP RUN
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING 'DEPARTMENT MASTER MAINTENANCE'
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM GET-PROC-DATE-PARA.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               SET JOURNAL-IS-AVAILABLE TO TRUE
           ELSE
               MOVE 'DEPM0013W' TO MSG-ID
               STRING 'CHANGE JOURNAL NOT AVAILABLE, STATUS='
                       WS-JRNL-STATUS ', CHANGES NOT JOURNALED'
                       DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM LOG-MSG-PARA
               SET JOURNAL-IS-AVAILABLE TO FALSE
           END-IF.
           PERFORM READ-CARD-PARA.

      *----------------------------------------------------------------
      *  GET-PROC-DATE-PARA - the business processing date for the
      *  journal, with the usual wall-clock fallback.
      *----------------------------------------------------------------
       GET-PROC-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-PROC-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE 'DEPM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE FILE EMPTY, USING '
                               'WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
               END-READ
               IF WS-DATE-STATUS = '00'
                   IF PRC-DATE NUMERIC
                       MOVE PRC-DATE TO WS-PROC-DATE
                   ELSE
                       MOVE 'DEPM0014W' TO MSG-ID
                       STRING 'PROCESSING DATE ' PRC-DATE
                               ' NOT NUMERIC, USING WALL-CLOCK DATE'
                               DELIMITED BY SIZE INTO MSG-TEXT
                       PERFORM LOG-MSG-PARA
                   END-IF
               END-IF
               CLOSE DATE-FILE
           ELSE
               IF WS-DATE-STATUS NOT = '05'
                   MOVE 'DEPM0014W' TO MSG-ID
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
                   PERFORM EDIT-CARD-PARA
                   IF CARD-IS-OK
                       PERFORM ADD-PARA
                   END-IF
               WHEN 'C'
                   PERFORM EDIT-CARD-PARA
                   IF CARD-IS-OK
                       PERFORM CHANGE-PARA
                   END-IF
               WHEN 'D'
                   PERFORM DELETE-PARA
               WHEN 'I'
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
      *  EDIT-CARD-PARA - an add or change must carry an id, a name
      *  and a cost center (a department PATBILL cannot book to the
      *  ledger is the hand-mapping this master exists to end), and
      *  a known status. A blank status means active.
      *----------------------------------------------------------------
       EDIT-CARD-PARA.
           IF CARD-REQUESTER-ID = SPACES
               MOVE 'REQUESTER ID IS BLANK'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND CARD-DEPT-NAME = SPACES
               MOVE 'DEPARTMENT NAME IS BLANK'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK AND CARD-COST-CENTER = SPACES
               MOVE 'COST CENTER IS BLANK'
                       TO WS-REJECT-REASON
               PERFORM REJECT-PARA
           END-IF.
           IF CARD-IS-OK
               MOVE CARD-STATUS TO WS-EDIT-STATUS
               IF CARD-STATUS = SPACE
                   MOVE 'A' TO WS-EDIT-STATUS
               END-IF
               IF NOT EDIT-STATUS-KNOWN
                   MOVE 'STATUS MUST BE A OR I'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  ADD-PARA / CHANGE-PARA / DELETE-PARA - one master action
      *  each; the file status (22 duplicate, 23 not found) decides
      *  whether the card applied.
      *----------------------------------------------------------------
       ADD-PARA.
           PERFORM BUILD-DEPT-RECORD-PARA.
           WRITE DEPARTMENT-RECORD
               INVALID KEY
                   MOVE 'ID ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-WRITE.
           IF CARD-IS-OK
               MOVE 'ADDED' TO WS-ACTION-TAKEN
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM APPLIED-PARA
           END-IF.

       CHANGE-PARA.
           MOVE CARD-REQUESTER-ID TO DPT-REQUESTER-ID.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'ID NOT ON MASTER'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-READ.
           IF CARD-IS-OK
               MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
               PERFORM BUILD-DEPT-RECORD-PARA
               REWRITE DEPARTMENT-RECORD
                   INVALID KEY
                       MOVE 'ID NOT ON MASTER'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-REWRITE
           END-IF.
           IF CARD-IS-OK
               MOVE 'CHANGED' TO WS-ACTION-TAKEN
               MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM APPLIED-PARA
           END-IF.

       DELETE-PARA.
           MOVE CARD-REQUESTER-ID TO DPT-REQUESTER-ID.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'ID NOT ON MASTER'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-READ.
           IF CARD-IS-OK
               MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
               DELETE DEPT-FILE
                   INVALID KEY
                       MOVE 'ID NOT ON MASTER'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-DELETE
           END-IF.
           IF CARD-IS-OK
               MOVE 'DELETED' TO WS-ACTION-TAKEN
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM APPLIED-PARA
           END-IF.

      *----------------------------------------------------------------
      *  SET-STATUS-PARA - the 'I' and 'R' cards: only the status
      *  byte changes, so the card needs nothing but the id. Setting
      *  a status the record already has is refused, so the journal
      *  never records a change that was not one.
      *----------------------------------------------------------------
       SET-STATUS-PARA.
           MOVE CARD-REQUESTER-ID TO DPT-REQUESTER-ID.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'ID NOT ON MASTER'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
           END-READ.
           IF CARD-IS-OK
               IF (CARD-ACTION = 'I' AND DPT-IS-INACTIVE) OR
                       (CARD-ACTION = 'R' AND DPT-IS-ACTIVE)
                   MOVE 'STATUS ALREADY SET'
                           TO WS-REJECT-REASON
                   PERFORM REJECT-PARA
               END-IF
           END-IF.
           IF CARD-IS-OK
               MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
               IF CARD-ACTION = 'I'
                   MOVE 'I' TO DPT-STATUS
                   MOVE 'INACTIVATED' TO WS-ACTION-TAKEN
               ELSE
                   MOVE 'A' TO DPT-STATUS
                   MOVE 'REACTIVATED' TO WS-ACTION-TAKEN
               END-IF
               REWRITE DEPARTMENT-RECORD
                   INVALID KEY
                       MOVE 'ID NOT ON MASTER'
                               TO WS-REJECT-REASON
                       PERFORM REJECT-PARA
               END-REWRITE
           END-IF.
           IF CARD-IS-OK
               MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM APPLIED-PARA
           END-IF.

      *----------------------------------------------------------------
      *  WRITE-JOURNAL-PARA - one journal record per applied card:
      *  business date, wall-clock time, action, id, the before and
      *  after images the caller staged, and the card itself.
      *----------------------------------------------------------------
       WRITE-JOURNAL-PARA.
           IF JOURNAL-IS-AVAILABLE
               MOVE WS-PROC-DATE TO DJRN-PROC-DATE
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO DJRN-TIMESTAMP
               MOVE CARD-ACTION TO DJRN-ACTION
               MOVE CARD-REQUESTER-ID TO DJRN-REQUESTER-ID
               MOVE WS-BEFORE-IMAGE TO DJRN-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO DJRN-AFTER-IMAGE
               MOVE CARD-RECORD TO DJRN-CARD-IMAGE
               WRITE DEPT-JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = '00'
                   MOVE 'DEPM0023W' TO MSG-ID
                   STRING 'JOURNAL WRITE FAILED, STATUS='
                           WS-JRNL-STATUS
                           DELIMITED BY SIZE INTO MSG-TEXT
                   MOVE CARD-REQUESTER-ID TO MSG-REQUESTER-ID
                   PERFORM LOG-MSG-PARA
               END-IF
           END-IF.

       BUILD-DEPT-RECORD-PARA.
           MOVE SPACES TO DEPARTMENT-RECORD.
           MOVE CARD-REQUESTER-ID TO DPT-REQUESTER-ID.
           MOVE CARD-DEPT-NAME TO DPT-NAME.
           MOVE CARD-COST-CENTER TO DPT-COST-CENTER.
           MOVE CARD-BILL-CONTACT TO DPT-BILL-CONTACT.
           MOVE WS-EDIT-STATUS TO DPT-STATUS.

      *----------------------------------------------------------------
      *  LIST-PARA - list the whole master in key order, with the
      *  active/inactive split on a trailer line.
      *----------------------------------------------------------------
       LIST-PARA.
           MOVE SPACES TO LIST-RECORD.
           STRING 'DEPARTMENT MASTER ENTRIES:'
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE ZERO TO WS-ACTIVE-LISTED WS-INACTIVE-LISTED.
           MOVE LOW-VALUES TO DPT-REQUESTER-ID.
           START DEPT-FILE KEY NOT < DPT-REQUESTER-ID
               INVALID KEY
                   MOVE '10' TO WS-DEPT-STATUS
           END-START.
           PERFORM LIST-ENTRY-PARA
                   UNTIL WS-DEPT-STATUS NOT = '00'.
           MOVE '00' TO WS-DEPT-STATUS.
           MOVE SPACES TO LIST-RECORD.
           STRING 'ACTIVE=' WS-ACTIVE-LISTED
                   ' INACTIVE=' WS-INACTIVE-LISTED
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       LIST-ENTRY-PARA.
           READ DEPT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-DEPT-STATUS
               NOT AT END
                   IF DPT-IS-INACTIVE
                       ADD 1 TO WS-INACTIVE-LISTED
                   ELSE
                       ADD 1 TO WS-ACTIVE-LISTED
                   END-IF
                   MOVE SPACES TO LIST-RECORD
                   STRING 'REQ=' DPT-REQUESTER-ID
                           ' ' DPT-STATUS
                           ' CC=' DPT-COST-CENTER
                           ' ' DPT-NAME
                           DELIMITED BY SIZE INTO LIST-RECORD
                   WRITE LIST-RECORD
                   MOVE SPACES TO LIST-RECORD
                   STRING '             CONTACT=' DPT-BILL-CONTACT
                           DELIMITED BY SIZE INTO LIST-RECORD
                   WRITE LIST-RECORD
           END-READ.

      *----------------------------------------------------------------
      *  APPLIED-PARA / REJECT-PARA - one listing line per card with
      *  what happened to it; a reject also sets RC=4 and counts
      *  toward the trailer's rejected total.
      *----------------------------------------------------------------
       APPLIED-PARA.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' REQ=' CARD-REQUESTER-ID
                   ' ' WS-ACTION-TAKEN
                   DELIMITED BY SIZE INTO LIST-RECORD.
           WRITE LIST-RECORD.

       REJECT-PARA.
           SET CARD-IS-OK TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 4 TO RETURN-CODE.
           MOVE SPACES TO LIST-RECORD.
           STRING 'CARD ' WS-CARD-COUNT ' REQ=' CARD-REQUESTER-ID
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
           CLOSE DEPT-FILE.
           CLOSE LIST-FILE.
           IF JOURNAL-IS-AVAILABLE
               CLOSE JRNL-FILE
           END-IF.

      *----------------------------------------------------------------
      *  LOG-MSG-PARA - hand the message built in MSG-ID/MSG-TEXT to
      *  the shared message log writer (PATMSGW, per patmsg), which
      *  also puts it on the job log. RETURN-CODE is kept across the
      *  CALL, and the per-message text and context are cleared for
      *  the next message.
      *----------------------------------------------------------------
       LOG-MSG-PARA.
           MOVE 'PATDEPT' TO MSG-PROGRAM.
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
