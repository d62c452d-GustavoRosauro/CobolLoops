           05  REJM-REASON-CODE            PIC X(4).
           05  REJM-REQUESTER-ID           PIC X(8).
           05  REJM-RESUB-COUNT            PIC 9(2).
           05  REJM-RECORD-IMAGE           PIC X(50).
           05  FILLER                      PIC X(8).
