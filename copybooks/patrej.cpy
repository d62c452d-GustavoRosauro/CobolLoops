      *    E006  FILL CHARACTER NOT DISPLAYABLE
      *    E007  PATTERN NAME NOT IN CATALOG
      *    E008  REQUESTED RUN DATE NOT NUMERIC
      *    E009  REQUESTER NOT ON DEPARTMENT MASTER OR INACTIVE
      *    E010  DUPLICATE OF A REQUEST ALREADY IN THE BATCH OR BUILT
      *          IN THE LOOK-BACK WINDOW (SEE DUPLIST)
      *    E011  PRIORITY CLASS NOT U, N, D OR BLANK
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-INPUT-SEQ               PIC 9(4).
           05  REJ-REASON-CODE             PIC X(4).
           05  REJ-RECORD-IMAGE            PIC X(50).
