      *  a record back into the edited batch on the morning its date
      *  arrives - the dataset IS the drawer the paper queue used to
      *  be, minus the re-keying.
      *  PND-HOLD-REASON says why the request is waiting: 'F' it was
      *  dated for a later business date (PATEDIT's holds - blank,
      *  as on every record queued before the reason existed, reads
      *  the same), 'W' it was a deferrable request PATFCST moved off
      *  a batch predicted over its window and re-dated for the next
      *  business date. PATEDIT keeps the reason when it re-holds a
      *  request, and the pending listings show it.
      *****************************************************************
       01  PENDING-RECORD.
           05  PND-TRAN-IMAGE              PIC X(50).
           05  PND-QUEUED-DATE             PIC X(8).
           05  PND-HOLD-REASON             PIC X(1).
               88  PND-HELD-FUTURE-DATED    VALUES 'F' ' '.
               88  PND-DEFERRED-FOR-WINDOW  VALUE 'W'.
           05  FILLER                      PIC X(1).
