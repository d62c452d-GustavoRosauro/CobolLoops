      *****************************************************************
      *  PATMSG - one structured message per record on the shared
      *  message log (MSGLOG), the single place the pattern jobs'
      *  warnings and errors land instead of a dozen job logs. The
      *  same layout is the parameter area a program hands the log
      *  writer (PATMSGW): the program sets the message id, the
      *  text, and whatever run context it knows - the business
      *  date, the LOOP run id the message concerns, the request
      *  sequence and requester - and the writer stamps the rest:
      *  the wall-clock time, the JCL step (from the step's MSGSTEP
      *  card), the severity (the message id's last character, I/W/
      *  E) and, when the program left it blank, the business date
      *  off the patdate control record.
      *  MSG-REQUEST-SEQ is zero and MSG-REQUESTER-ID blank where
      *  the message is not about one request; MSG-RUN-ID is blank
      *  where it is not about one LOOP run. The requester is the
      *  department master's key (patdptr), which is how the morning
      *  digest (PATDIGST) groups a date's exceptions by department.
      *****************************************************************
       01  MESSAGE-LOG-RECORD.
           05  MSG-PROC-DATE               PIC X(8).
           05  MSG-TIMESTAMP               PIC X(14).
           05  MSG-RUN-ID                  PIC X(8).
           05  MSG-PROGRAM                 PIC X(8).
           05  MSG-STEP                    PIC X(8).
           05  MSG-ID                      PIC X(9).
           05  MSG-SEVERITY                PIC X(1).
               88  MSG-IS-INFORMATIONAL    VALUE 'I'.
               88  MSG-IS-WARNING          VALUE 'W'.
               88  MSG-IS-ERROR            VALUE 'E'.
           05  MSG-REQUEST-SEQ             PIC 9(4).
           05  MSG-REQUESTER-ID            PIC X(8).
           05  MSG-TEXT                    PIC X(120).
