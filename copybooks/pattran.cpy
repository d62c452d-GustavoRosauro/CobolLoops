      *    'P' centered pyramid
      *    'H' hollow box
      *    'B' solid block
      *  TRAN-PRIORITY is the request's priority class, which orders
      *  the build (PATSORT puts urgent work first, deferrable work
      *  last) and decides what the forecast may shed when the batch
      *  will not fit the window (PATFCST moves deferrable requests
      *  to the pending queue for the next business date):
      *    'U' urgent
      *    'N' normal (space reads as normal, as every record
      *        written before the class existed does)
      *    'D' deferrable
      *  TRAN-TRACKING-ID is the request's identity from submission to
      *  invoice: PATEDIT assigns it when it first receives the
      *  request (the business date received, YYYYMMDD, and the
      *  request's sequence in that day's intake) and it is kept as
      *  the request moves through the pending queue, the reject
      *  store and a correction, so the request status tracker (per
      *  pattrk) can follow it. Blank on anything received before
      *  the tracker existed; PATEDIT assigns one to such a request
      *  when it next handles it.
      *  TRAN-ORIGIN says where the request came from: 'S' is one
      *  PATSTGN generated from a standing order (per patstor);
      *  space is one a department submitted, as every record written
      *  before standing orders existed reads.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the catalog and reject store records carry.
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-FILL-CHAR              PIC X(1).
           05  TRAN-PATTERN-NAME           PIC X(8).
           05  TRAN-REQUESTER-ID           PIC X(8).
           05  TRAN-RUN-DATE               PIC X(8).
           05  TRAN-PRIORITY               PIC X(1).
               88  TRAN-PRIORITY-URGENT     VALUE 'U'.
               88  TRAN-PRIORITY-NORMAL     VALUES 'N' ' '.
               88  TRAN-PRIORITY-DEFERRABLE VALUE 'D'.
               88  TRAN-PRIORITY-KNOWN      VALUES 'U' 'N' 'D' ' '.
           05  TRAN-TRACKING-ID.
               10  TRAN-TRACK-DATE         PIC X(8).
               10  TRAN-TRACK-SEQ          PIC 9(4).
           05  TRAN-ORIGIN                 PIC X(1).
               88  TRAN-FROM-STANDING-ORDER VALUE 'S'.
           05  FILLER                      PIC X(6).
