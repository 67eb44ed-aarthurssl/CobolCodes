      ******************************************************************
      * HLDPRM - HLDCHK parameter area
      * Answers whether a job run is held back by HOLD.CTL. The
      * caller supplies the job, the run's region (blank when the run
      * carries none) and the run date. HK-RESULT: 'H' = held,
      * 'N' = not held. When held, the first active hold on file that
      * covers the run is returned: its id, type, requester, reason,
      * expiry and date range. HK-HOLD-COUNT reports the number of
      * active holds loaded.
      ******************************************************************
       01  HLDCHK-PARM.
           02 HK-JOB-NAME     PIC X(8).
           02 HK-REGION-CODE  PIC X(2).
           02 HK-RUN-DATE     PIC 9(8).
           02 HK-RESULT       PIC X(1).
               88 HK-HELD     VALUE 'H'.
               88 HK-NOT-HELD VALUE 'N'.
           02 HK-HOLD-ID      PIC 9(6).
           02 HK-HOLD-TYPE    PIC X(1).
           02 HK-REQUESTER    PIC X(8).
           02 HK-REASON       PIC X(30).
           02 HK-FROM-DATE    PIC 9(8).
           02 HK-TO-DATE      PIC 9(8).
           02 HK-EXPIRY-DATE  PIC 9(8).
           02 HK-HOLD-COUNT   PIC 9(4).
           02 HK-RESERVED     PIC X(8).
