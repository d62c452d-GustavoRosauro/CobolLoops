      *****************************************************************
      *  PATDJRN - one department master change journal record per
      *  maintenance card PATDEPT actually applied: the business
      *  date and wall-clock time it was applied, the action, the
      *  requester id, the department record's image before and
      *  after (spaces for the side that did not exist - before on
      *  an add, after on a delete), and the card that asked for it.
      *  The same shape the pattern catalog's journal (patjrnl)
      *  gives PATCAT, widened to the department record; the images
      *  are raw patdptr records, so a reader decodes them with the
      *  same copybook the master uses.
      *****************************************************************
       01  DEPT-JOURNAL-RECORD.
           05  DJRN-PROC-DATE              PIC X(8).
           05  DJRN-TIMESTAMP              PIC X(14).
           05  DJRN-ACTION                 PIC X(1).
           05  DJRN-REQUESTER-ID           PIC X(8).
           05  DJRN-BEFORE-IMAGE           PIC X(90).
           05  DJRN-AFTER-IMAGE            PIC X(90).
           05  DJRN-CARD-IMAGE             PIC X(80).
