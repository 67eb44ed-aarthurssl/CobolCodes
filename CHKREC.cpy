      * the step name), 'R' = run restarted (CK-DETAIL carries the
      * last completed step the run resumes after). Rows written
      * before CK-DETAIL existed carry spaces there.
      * Shared by PROGCOB03, RECONRPT, RCTLRBLD, RELSCORE and RUNHIST.
      ******************************************************************
       01  CHKPT-REC.
           02 CK-RUN-ID      PIC X(23).
