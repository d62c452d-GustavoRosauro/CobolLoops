      *  merges without JCL changes; RC=4 flags a section that could
      *  not be parsed (merge continues, section copied unnumbered);
      *  RC=16 when the output will not open.
      *  The consolidated heading's RUN DATE= is now the one on the
      *  instance reports' own headings - LOOP's processing date, so
      *  a late rerun's merged report is headed with the night it
      *  belongs to and PATGEOM checks it as that night's - rather
      *  than the date the merge happened to run on. The wall-clock
      *  date is kept only when no instance report has a heading.
      *****************************************************************

       ENVIRONMENT DIVISION.

           01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-RUN-DATE PIC X(10) VALUE SPACES.
           01 WS-RUN-DATE-FLAG PIC X VALUE 'N'.
               88  RUN-DATE-FROM-HEADING    VALUE 'Y' FALSE 'N'.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(4) VALUE 9999.
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
      *----------------------------------------------------------------
      *  ADVANCE-INSTANCE-PARA - read instance WS-IX forward to its
      *  next section header, summing any REQUESTS PROCESSED footer
      *  passed on the way and dropping page headings (the first
      *  one seen gives the run date for the consolidated heading,
      *  none being written before every instance has been
      *  advanced). On return the header (if any) is buffered with
      *  its global number.
      *----------------------------------------------------------------
       ADVANCE-INSTANCE-PARA.
           PERFORM READ-INSTANCE-PARA.
               MOVE WS-LINE(2:132) TO WS-LINE-DATA
               EVALUATE TRUE
                   WHEN WS-LINE(1:1) = '1'
                       IF NOT RUN-DATE-FROM-HEADING AND
                               WS-LINE-DATA(23:9) = 'RUN DATE='
                           MOVE WS-LINE-DATA(32:10) TO WS-RUN-DATE
                           SET RUN-DATE-FROM-HEADING TO TRUE
                       END-IF
                   WHEN WS-LINE-DATA(1:19) = 'REQUESTS PROCESSED='
                       ADD FUNCTION NUMVAL(WS-LINE-DATA(20:4))
                               TO WS-TOTAL-COMPLETED
