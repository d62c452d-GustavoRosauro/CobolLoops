      *****************************************************************
      *  PATALRT - one record per warning or error on the alert feed
      *  (ALERTOUT) the enterprise monitoring tool polls: a fixed
      *  layout of its own, so the monitoring side's parse does not
      *  move whenever the message log gains a field. ALR-SYSTEM is
      *  always 'PATTERN' - the monitoring tool routes on it - and
      *  ALR-SEVERITY carries the message's own I/W/E, on which the
      *  tool's rules page the on-call analyst for an E and queue a
      *  W for the morning. Informational messages never reach this
      *  feed. ALR-TIMESTAMP is wall clock (YYYYMMDDHHMMSS);
      *  ALR-PROC-DATE is the business date the job was booked to.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALR-SYSTEM                  PIC X(8).
           05  ALR-SEVERITY                PIC X(1).
           05  ALR-TIMESTAMP               PIC X(14).
           05  ALR-PROC-DATE               PIC X(8).
           05  ALR-PROGRAM                 PIC X(8).
           05  ALR-STEP                    PIC X(8).
           05  ALR-MSG-ID                  PIC X(9).
           05  ALR-RUN-ID                  PIC X(8).
           05  ALR-REQUEST-SEQ             PIC 9(4).
           05  ALR-REQUESTER-ID            PIC X(8).
           05  ALR-TEXT                    PIC X(120).
           05  FILLER                      PIC X(4).
