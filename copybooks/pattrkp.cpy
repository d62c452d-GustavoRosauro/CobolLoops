      *****************************************************************
      *  PATTRKP - one request state change, the parameter area a
      *  program hands the tracker writer (PATTRKW), which turns it
      *  into an event record and an updated summary record on the
      *  request status tracker (per pattrk). The program sets the
      *  requester, the tracking id, the new state, its own name and
      *  a line of detail; a blank business date is taken off the
      *  patdate control record, and a blank run id becomes the
      *  step's own execution id, formed the way LOOP forms its run
      *  ids (business date YYMMDD and the wall-clock hour). The
      *  request fields are filled where the program has the request
      *  in hand (PATEDIT on receipt, anything that re-dates it) and
      *  left blank otherwise; non-blank ones refresh the summary.
      *  TEV-ORIGIN is the request's TRAN-ORIGIN (per pattran), given
      *  on receipt: 'S' generated from a standing order, space
      *  submitted by the department.
      *****************************************************************
       01  TRACK-EVENT.
           05  TEV-REQUESTER-ID            PIC X(8).
           05  TEV-TRACKING-ID             PIC X(12).
           05  TEV-STATE                   PIC X(11).
           05  TEV-PROC-DATE               PIC X(8).
           05  TEV-RUN-ID                  PIC X(8).
           05  TEV-PROGRAM                 PIC X(8).
           05  TEV-DETAIL                  PIC X(40).
           05  TEV-REQUEST-INFO.
               10  TEV-DUE-DATE            PIC X(8).
               10  TEV-FILL-CHAR           PIC X(1).
               10  TEV-ROW-COUNT           PIC X(4).
               10  TEV-PATTERN-TYPE        PIC X(1).
               10  TEV-PATTERN-NAME        PIC X(8).
               10  TEV-PRIORITY            PIC X(1).
               10  TEV-ORIGIN              PIC X(1).
