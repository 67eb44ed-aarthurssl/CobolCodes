      * request). JL-ATTEMPT-NBR carries the open attempt number for
      * the job and run date so a rerun after a failure shows as
      * attempt 2, 3, and so on; rows written before the field
      * existed carry spaces there. JL-CATCHUP-FLAG is 'Y' on the
      * open row of a run released from a CATCHUP plan (catch-up of a
      * business date missed during an outage), 'N' otherwise; older
      * rows carry a space.
      * Shared by PROGCOB03, RECONRPT, RCTLRBLD, RELSCORE and RUNHIST.
      ******************************************************************
       01  JOBLOG-REC.
           02 JL-TIMESTAMP   PIC 9(6).
           02 JL-JOB-ID      PIC X(8).
           02 JL-USER-ID     PIC X(8).
           02 JL-ATTEMPT-NBR PIC 9(2).
           02 JL-CATCHUP-FLAG PIC X(1).
           02 JL-RESERVED    PIC X(7).
