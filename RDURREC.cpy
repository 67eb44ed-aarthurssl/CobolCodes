      * reporting can tell concurrent jobs apart (the run-id prefix
      * is only the program name); rows written before the field
      * existed carry spaces there.
      * Shared by PROGCOB03, RECONRPT, DURTREND, PERCLOSE, BATCHETA,
      * RELSCORE and RUNHIST.
      ******************************************************************
       01  RUNDUR-REC.
           02 RD-RUN-ID        PIC X(23).
