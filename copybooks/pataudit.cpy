      *  the catalog name the request ran under (spaces for inline
      *  and single-mode work), which is what lets PATCAT's delete
      *  ask "was this name referenced recently" before a 'D' card
      *  strands tomorrow's requests. AUD-TRACKING-ID is the
      *  request's tracking id (per pattran; blank for single-mode
      *  work and anything built before the request status tracker
      *  existed), which is how PATBILL records the request billed
      *  on the tracker. The record is 80 bytes with it.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-RUN-ID                  PIC X(8).
           05  AUD-PROC-DATE               PIC X(8).
           05  AUD-PATTERN-TYPE            PIC X(1).
           05  AUD-PATTERN-NAME            PIC X(8).
           05  AUD-TRACKING-ID             PIC X(12).
