      *****************************************************************
      *  PATDPTR - one requesting department per record in the keyed
      *  department master (VSAM KSDS, key = DPT-REQUESTER-ID), the
      *  one place a TRAN-REQUESTER-ID is defined instead of being
      *  free text on every request. PATEDIT rejects a request whose
      *  requester is not here, or is here but marked inactive, so a
      *  mis-keyed id no longer shows up as its own department in
      *  the chargeback, the billing file and the burst summary.
      *  DPT-COST-CENTER is the general-ledger cost center finance
      *  books the department's pattern charges to; PATBILL carries
      *  it on the billing file's line-item and total records.
      *  An inactive department stays on file (its history still
      *  bills and reports against it) but can submit no new work.
      *  Maintained by PATDEPT, journaled per patdjrn.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the pattern catalog record carries.
      *****************************************************************
       01  DEPARTMENT-RECORD.
           05  DPT-REQUESTER-ID            PIC X(8).
           05  DPT-NAME                    PIC X(30).
           05  DPT-COST-CENTER             PIC X(10).
           05  DPT-BILL-CONTACT            PIC X(30).
           05  DPT-STATUS                  PIC X(1).
               88  DPT-IS-ACTIVE           VALUE 'A'.
               88  DPT-IS-INACTIVE         VALUE 'I'.
           05  FILLER                      PIC X(11).
