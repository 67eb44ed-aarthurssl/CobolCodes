      * belongs to; a blank region means the holiday applies to every
      * region, which also keeps rows written before the region code
      * existed working unchanged.
      * Shared by HOLMAINT, DATESRV and JOBMAINT.
      ******************************************************************
       01  HOL-REC.
           02 HOL-DATE   PIC 9(8).
