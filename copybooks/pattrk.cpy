      *****************************************************************
      *  PATTRK - the request status tracker (VSAM KSDS, key =
      *  requester + tracking id + event sequence), the one place a
      *  request's whole life can be read from submission to invoice
      *  instead of REJFILE, REJMFILE, PENDLIST, RPTFILE, EXTFILE and
      *  the billing file in turn. The tracking id is assigned by
      *  PATEDIT when the request is first received (the business
      *  date it arrived plus its sequence in that day's intake) and
      *  rides on the request itself (TRAN-TRACKING-ID, per pattran)
      *  through the pending queue, the reject store, the build, the
      *  report section header, and the audit trail.
      *  Event sequence 000 is the request's summary record: its
      *  current state and when and by what it got there, the last
      *  event sequence used, and the request as received (the due
      *  date is kept current - a re-dated request moves it). Every
      *  state change adds one event record, 001 upward, with the
      *  business date, the wall-clock time, the run id and program
      *  that recorded it, and a line of detail (the reject reason
      *  and reject store key, the LOOP skip message, the burst file,
      *  the bill date). Keyed by requester first so the online
      *  inquiry reads one department's requests in date order.
      *  TRK-STATE values:
      *    RECEIVED     taken in by PATEDIT
      *    PENDING      held for a later date (PATEDIT) or deferred
      *                 for the batch window (PATFCST)
      *    REJECTED     failed the edit, or a correction failed it
      *    RESUBMITTED  corrected out of the reject store (PATRSB)
      *    RELEASED     passed the edit into the build batch
      *    BUILT        built by LOOP
      *    SKIPPED      skipped by LOOP (LOOP0022W/0025W/0035W)
      *    BURST        sent to a department file by PATBURST
      *    BILLED       invoiced by PATBILL
      *    DROPPED      a reject dropped from the store (PATRSB)
      *    TRANSFERRED  corrected under another requester (PATRSB);
      *                 the history carries on under the new one
      *  The states in TRK-STATE-FINAL end a request's life; the
      *  stuck-request report (PATSTUCK) ages everything else.
      *  The summary-only fields are blank/zero on event records.
      *  TRK-ORIGIN on the summary says where the request came from:
      *  'S' generated by PATSTGN from a standing order (per
      *  patstor), space submitted by the department.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the pattern catalog record carries.
      *****************************************************************
       01  TRACKING-RECORD.
           05  TRK-KEY.
               10  TRK-REQUESTER-ID        PIC X(8).
               10  TRK-TRACKING-ID.
                   15  TRK-RECEIVED-DATE   PIC X(8).
                   15  TRK-RECEIVED-SEQ    PIC 9(4).
               10  TRK-EVENT-SEQ           PIC 9(3).
                   88  TRK-IS-SUMMARY      VALUE ZERO.
           05  TRK-STATE                   PIC X(11).
               88  TRK-STATE-RECEIVED      VALUE 'RECEIVED'.
               88  TRK-STATE-PENDING       VALUE 'PENDING'.
               88  TRK-STATE-REJECTED      VALUE 'REJECTED'.
               88  TRK-STATE-RESUBMITTED   VALUE 'RESUBMITTED'.
               88  TRK-STATE-RELEASED      VALUE 'RELEASED'.
               88  TRK-STATE-BUILT         VALUE 'BUILT'.
               88  TRK-STATE-SKIPPED       VALUE 'SKIPPED'.
               88  TRK-STATE-BURST         VALUE 'BURST'.
               88  TRK-STATE-BILLED        VALUE 'BILLED'.
               88  TRK-STATE-DROPPED       VALUE 'DROPPED'.
               88  TRK-STATE-TRANSFERRED   VALUE 'TRANSFERRED'.
               88  TRK-STATE-FINAL         VALUES 'BILLED' 'SKIPPED'
                                             'DROPPED' 'TRANSFERRED'.
           05  TRK-EVENT-DATE              PIC X(8).
           05  TRK-EVENT-TIMESTAMP         PIC X(14).
           05  TRK-RUN-ID                  PIC X(8).
           05  TRK-PROGRAM                 PIC X(8).
           05  TRK-DETAIL                  PIC X(40).
           05  TRK-LAST-EVENT-SEQ          PIC 9(3).
           05  TRK-DUE-DATE                PIC X(8).
           05  TRK-FILL-CHAR               PIC X(1).
           05  TRK-ROW-COUNT               PIC X(4).
           05  TRK-PATTERN-TYPE            PIC X(1).
           05  TRK-PATTERN-NAME            PIC X(8).
           05  TRK-PRIORITY                PIC X(1).
           05  TRK-ORIGIN                  PIC X(1).
               88  TRK-FROM-STANDING-ORDER VALUE 'S'.
           05  FILLER                      PIC X(11).
