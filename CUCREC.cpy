      ******************************************************************
      * CUCREC - CATCHUP.CRD record layout
      * Released catch-up run list the enterprise scheduler drives:
      * one row per run, in the order the runs must be submitted. The
      * scheduler sets JOBNAME to CC-JOB-NAME and hands CC-CARD-IMAGE
      * to PROGCOB03 as its PARM.CARD - a keyword card carrying the
      * business date, the region when one applies and CATCHUP=Y, so
      * the open is marked as a catch-up run on RUNHDR.DAT and
      * JOBLOG.DAT. Each run must close before the next is submitted.
      * The file is replaced on every release.
      * Shared by CATCHUP.
      ******************************************************************
       01  CATCHUP-CARD-REC.
           02 CC-SEQ-NBR      PIC 9(5).
           02 FILLER          PIC X(1).
           02 CC-JOB-NAME     PIC X(8).
           02 FILLER          PIC X(1).
           02 CC-CARD-IMAGE   PIC X(80).
