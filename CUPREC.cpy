      ******************************************************************
      * CUPREC - CATCHUP.PLN record layout
      * Reviewable catch-up plan: one row per job and business date
      * missed since the job's last closed run, in the order the runs
      * must be released - business date, then JOBDEP.CTL predecessor
      * level (a job's level is one more than its deepest planned
      * predecessor, so level 0 jobs have none), then job name.
      * CP-ACTION: 'P' = planned open,
      *            'R' = planned rerun of a run marked failed,
      *            'L' = refused, date inside a period closed on
      *                  PERSTAT.CTL,
      *            'O' = not planned, a run is still open on
      *                  RUNCTL.MST for the job and date,
      *            'S' = skipped; the reviewer sets this by hand on any
      *                  'P' or 'R' row that must not be released.
      * Only 'P' and 'R' rows are released to CATCHUP.CRD.
      * Shared by CATCHUP.
      ******************************************************************
       01  CATCHUP-PLAN-REC.
           02 CP-RUN-DATE     PIC 9(8).
           02 CP-DEP-LEVEL    PIC 9(2).
           02 CP-JOB-NAME     PIC X(8).
           02 CP-REGION-CODE  PIC X(2).
           02 CP-ACTION       PIC X(1).
               88 CP-PLANNED-OPEN   VALUE 'P'.
               88 CP-PLANNED-RERUN  VALUE 'R'.
               88 CP-PERIOD-LOCKED  VALUE 'L'.
               88 CP-RUN-STILL-OPEN VALUE 'O'.
               88 CP-REVIEW-SKIP    VALUE 'S'.
           02 CP-FREQ-CODE    PIC X(1).
           02 CP-PERIOD-ID    PIC X(6).
           02 CP-LAST-CLOSED  PIC 9(8).
           02 CP-PLAN-DATE    PIC 9(8).
           02 CP-RESERVED     PIC X(16).
