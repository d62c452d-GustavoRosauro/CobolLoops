      *****************************************************************
      *  PATIMG - the pattern image file: the rows LOOP actually
      *  built, one detail record per A-PARA pass, in a fixed layout
      *  a receiving system can load without scraping the print
      *  report. Every record opens with its type, the run id and
      *  the business (processing) date the run was booked to; the
      *  rest of the record is laid out per type:
      *    'H' header  - one per LOOP execution, written as the file
      *                  is opened: the wall-clock start, the run
      *                  mode, and whether the execution is resuming
      *                  a checkpointed abend.
      *    'D' detail  - one per row: the request sequence and
      *                  requester (zero/blank on a single control-
      *                  file-driven run), the 1-based row number
      *                  within the request, the row's first and
      *                  last fill column, and the 132-byte row
      *                  exactly as it went to the report.
      *    'T' trailer - one per execution, written at close-out
      *                  (normal end or handled abend): the detail
      *                  count and the execution's total record count
      *                  header and trailer included, so the receiver
      *                  can prove it got every record of the run.
      *  A checkpointed restart extends the file, the same as the
      *  extract, so each execution is its own header..trailer
      *  bracket; a header with no trailer before the next header
      *  (or end of file) is an execution that died too hard to
      *  close out - its rows are real, and the audit trail holds
      *  the same rows under the same run id.
      *****************************************************************
       01  IMAGE-RECORD.
           05  IMG-RECORD-TYPE             PIC X(1).
               88  IMG-IS-HEADER           VALUE 'H'.
               88  IMG-IS-DETAIL           VALUE 'D'.
               88  IMG-IS-TRAILER          VALUE 'T'.
           05  IMG-RUN-ID                  PIC X(8).
           05  IMG-PROC-DATE               PIC X(8).
           05  IMG-DETAIL-DATA.
               10  IMG-REQUEST-SEQ         PIC 9(4).
               10  IMG-REQUESTER-ID        PIC X(8).
               10  IMG-ROW-NUM             PIC 9(4).
               10  IMG-COL-START           PIC 9(4).
               10  IMG-COL-END             PIC 9(4).
               10  IMG-ROW-TEXT            PIC X(132).
           05  IMG-HEADER-DATA REDEFINES IMG-DETAIL-DATA.
               10  IMG-HDR-START-TIMESTAMP PIC X(14).
               10  IMG-HDR-MODE            PIC X(1).
               10  IMG-HDR-RESUMED-FLAG    PIC X(1).
                   88  IMG-HDR-RESUMED     VALUE 'Y' FALSE 'N'.
               10  FILLER                  PIC X(140).
           05  IMG-TRAILER-DATA REDEFINES IMG-DETAIL-DATA.
               10  IMG-TRL-ROW-COUNT       PIC 9(7).
               10  IMG-TRL-RECORD-COUNT    PIC 9(7).
               10  FILLER                  PIC X(142).
