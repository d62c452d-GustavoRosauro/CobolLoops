      *  request (K-1)*N+I, which is the arithmetic PATMERGE uses to
      *  put the per-instance reports back into original request
      *  order. Change the deal and the merge breaks.
      *  The batch arrives already in priority order (PATSORT), and
      *  a positional deal keeps that order within every instance,
      *  so each instance builds its urgent share first and the
      *  merge still lands every request back in its global slot.
      *  N comes from the PARM (1-4, e.g. PARM='03'); the unused
      *  instance files are still opened and closed empty so a
      *  smaller N needs no JCL change beyond the PARM.
           COPY pattran.

       FD  SPLIT1-FILE.
       01  SPLIT1-RECORD                   PIC X(50).

       FD  SPLIT2-FILE.
       01  SPLIT2-RECORD                   PIC X(50).

       FD  SPLIT3-FILE.
       01  SPLIT3-RECORD                   PIC X(50).

       FD  SPLIT4-FILE.
       01  SPLIT4-RECORD                   PIC X(50).

       WORKING-STORAGE SECTION.
           01 WS-TRAN-STATUS PIC XX VALUE '00'.
