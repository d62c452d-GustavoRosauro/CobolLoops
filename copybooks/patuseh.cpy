      *****************************************************************
      *  PATUSEH - one department's usage in one closed period on the
      *  permanent usage history (VSAM KSDS, key = requester +
      *  period YYYYMM), written by the period close (PATPCLS) from
      *  the period's audit trail, billing file, reject store and
      *  request status tracker before PATRETN moves the audit trail
      *  to the archive - so month-over-month comparisons survive
      *  retention. Closing a period again replaces its records.
      *  USE-REQUESTS and USE-ROWS are counted exactly as PATCHG and
      *  PATBILL count them; USE-TYPE-ROWS splits the rows by
      *  pattern type (per pattran, a blank type reads as 'D'), any
      *  type not listed going to USE-ROWS-OTHER. The table view
      *  takes the types in the same order.
      *  USE-BILLED-AMOUNT is the department's T record amount on
      *  the period's billing file (per PATBILL), USE-BILL-DATE the
      *  bill date on its header; zero/blank when the billing file
      *  was not there to read.
      *  USE-REJECTS is the department's requests PATEDIT rejected
      *  in the period, per the REJECTED events on the request status
      *  tracker (per pattrk) - each request once, however often its
      *  edit was run; USE-RESUBMISSIONS the corrections resubmitted
      *  out of the reject store in the period, per the tracker's
      *  RESUBMITTED events. When the tracker could not be read the
      *  close takes USE-REJECTS from the reject store (per patrejm)
      *  instead, which holds only the rejects still open, and warns
      *  (PCLS0028W) that the count is short.
      *  USE-CLOSE-DATE is the processing date of the close that
      *  wrote the record.
      *  The pre-requester (single-mode) rows are kept under a blank
      *  requester, reported as *NONE*.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the pattern catalog record carries.
      *****************************************************************
       01  USAGE-HISTORY-RECORD.
           05  USE-KEY.
               10  USE-REQUESTER-ID        PIC X(8).
               10  USE-PERIOD              PIC X(6).
           05  USE-REQUESTS                PIC 9(7).
           05  USE-ROWS                    PIC 9(7).
           05  USE-TYPE-ROWS.
               10  USE-ROWS-D              PIC 9(7).
               10  USE-ROWS-A              PIC 9(7).
               10  USE-ROWS-P              PIC 9(7).
               10  USE-ROWS-H              PIC 9(7).
               10  USE-ROWS-B              PIC 9(7).
               10  USE-ROWS-OTHER          PIC 9(7).
           05  USE-TYPE-ROWS-TABLE REDEFINES USE-TYPE-ROWS.
               10  USE-TYPE-ROWS-ENTRY     PIC 9(7) OCCURS 6 TIMES.
           05  USE-BILLED-AMOUNT           PIC 9(9)V99.
           05  USE-REJECTS                 PIC 9(5).
           05  USE-RESUBMISSIONS           PIC 9(5).
           05  USE-CLOSE-DATE              PIC X(8).
           05  USE-BILL-DATE               PIC X(8).
           05  FILLER                      PIC X(13).
