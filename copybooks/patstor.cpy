      *****************************************************************
      *  PATSTOR - one standing (recurring) pattern request (VSAM
      *  KSDS, key = requester + order id), maintained by PATSTO from
      *  its card deck. PATSTGN reads every order each business date
      *  and writes a request (per pattran, marked as generated) for
      *  each one due that day into the day's batch, ahead of the
      *  front-end edit.
      *  The pattern is either a catalog name (STO-PATTERN-NAME, the
      *  entry's own fill, rows and type are used) or, with the name
      *  blank, the inline fill character, row count and type.
      *  STO-FREQUENCY says which business dates the order is due:
      *    D  DAILY           every business date
      *    W  WEEKLY          the weekday in STO-FREQ-VALUE, 1 = MONDAY
      *                       THROUGH 5 = FRIDAY
      *    N  NTH BUSINESS    the STO-FREQ-VALUE'TH business date of
      *       DAY             the month (01-23)
      *    M  MONTH-END       the last business date of the month
      *  within STO-START-DATE and STO-STOP-DATE (blank stop = no
      *  end). A suspended order (STO-STATUS 'S') is kept but not
      *  generated until it is resumed.
      *  STO-LAST-GEN-DATE/STO-GEN-COUNT are maintained by PATSTGN -
      *  the business date it last generated the order and how many
      *  times it has.
      *  The trailing FILLER is reserved for future attributes, the
      *  same convention the pattern catalog record carries.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  STO-KEY.
               10  STO-REQUESTER-ID        PIC X(8).
               10  STO-ORDER-ID            PIC X(4).
           05  STO-PATTERN-NAME            PIC X(8).
           05  STO-FILL-CHAR               PIC X(1).
           05  STO-ROW-COUNT               PIC 9(4).
           05  STO-PATTERN-TYPE            PIC X(1).
           05  STO-PRIORITY                PIC X(1).
           05  STO-FREQUENCY               PIC X(1).
               88  STO-FREQ-DAILY          VALUE 'D'.
               88  STO-FREQ-WEEKLY         VALUE 'W'.
               88  STO-FREQ-NTH-BUS-DAY    VALUE 'N'.
               88  STO-FREQ-MONTH-END      VALUE 'M'.
               88  STO-FREQ-KNOWN          VALUES 'D' 'W' 'N' 'M'.
           05  STO-FREQ-VALUE              PIC 9(2).
           05  STO-START-DATE              PIC X(8).
           05  STO-STOP-DATE               PIC X(8).
           05  STO-STATUS                  PIC X(1).
               88  STO-IS-ACTIVE           VALUE 'A'.
               88  STO-IS-SUSPENDED        VALUE 'S'.
           05  STO-LAST-GEN-DATE           PIC X(8).
           05  STO-GEN-COUNT               PIC 9(5).
           05  FILLER                      PIC X(20).
