      ******************************************************************
      * FWDREC - SCHEDFWD.IF record layout
      * Forward-schedule feed to the enterprise scheduler: one row per
      * job expected to run on an upcoming business day in a region,
      * laid out as a SCHED.IF publish (business date, start time,
      * job, period id and period start/end flags, region) so the
      * scheduler can preload its calendar. FW-START-TIME is the
      * opening time of the job's WINDOW.CTL window (zero when the
      * job has no window row); FW-WINDOW-CLOSE-TIME is its close.
      * FW-PRED-NAME carries the JOBDEP.CTL predecessors the job must
      * wait for. The file is replaced on every forecast run.
      * Shared by SCHDFCST.
      ******************************************************************
       01  SCHED-FWD-REC.
           02 FW-BUSINESS-DATE PIC 9(8).
           02 FW-START-TIME    PIC 9(6).
           02 FW-JOB-NAME      PIC X(8).
           02 FW-PERIOD-ID     PIC X(6).
           02 FW-PERIOD-START-FLAG PIC X(1).
           02 FW-PERIOD-END-FLAG   PIC X(1).
           02 FW-REGION-CODE   PIC X(2).
           02 FW-FREQ-CODE     PIC X(1).
           02 FW-WINDOW-CLOSE-TIME PIC 9(6).
           02 FW-PRED-NAME     PIC X(8) OCCURS 4 TIMES.
           02 FW-RESERVED      PIC X(10).
