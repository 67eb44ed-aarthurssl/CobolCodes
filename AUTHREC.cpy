      ******************************************************************
      * AUTHREC - OPERAUTH.CTL record layout
      * Operator authority table: one row per user and privileged
      * action the user may perform. OA-ACTION names the action -
      * 'FAIL', 'RESTART', 'WINOVR', 'DEPOVR', 'MAINT' (as-of date
      * confirm) and 'PURGE' in PROGCOB03, 'REOPEN' in PERCLOSE,
      * 'HOLMAINT', 'PERMAINT', 'HLDMAINT' (job holds and freezes),
      * 'JOBMAINT' (job control file maintenance)
      * and 'ALRTACK' (ALRTMGR acknowledge) - or 'ALL' for every
      * action. OA-REGION and OA-JOB-NAME limit
      * the grant to one region or one job; blank means any. A row
      * limited to a region or job never grants a request that
      * carries no region or job. Users with no matching row are
      * refused.
      * Shared by AUTHCHK.
      ******************************************************************
       01  OPERAUTH-REC.
           02 OA-USER-ID    PIC X(8).
           02 OA-ACTION     PIC X(8).
           02 OA-REGION     PIC X(2).
           02 OA-JOB-NAME   PIC X(8).
           02 OA-GRANTED-BY PIC X(8).
           02 OA-RESERVED   PIC X(20).
