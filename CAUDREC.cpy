      ******************************************************************
      * CAUDREC - CTLAUDIT.DAT record layout
      * Append-only change trail for the job control files kept by
      * JOBMAINT: one row per applied add, change or delete, with
      * who made it, when, and the row image before and after the
      * change (the bytes following the job name on the control
      * file row; blank before an add and after a delete). A
      * duplicate row JOBMAINT drops when loading a file is recorded
      * as a delete of that row.
      * CA-FILE-NAME: 'WINDOW.CTL', 'JOBDEP.CTL', 'RUNPLAN.CTL' or
      * 'SLA.CTL'. CA-ACTION: 'A' = add, 'C' = change, 'D' = delete.
      * Shared by JOBMAINT.
      ******************************************************************
       01  CTL-AUDIT-REC.
           02 CA-STAMP-DATE   PIC 9(8).
           02 CA-STAMP-TIME   PIC 9(6).
           02 CA-USER-ID      PIC X(8).
           02 CA-FILE-NAME    PIC X(11).
           02 CA-ACTION       PIC X(1).
           02 CA-JOB-NAME     PIC X(8).
           02 CA-BEFORE-IMAGE PIC X(32).
           02 CA-AFTER-IMAGE  PIC X(32).
           02 CA-RESERVED     PIC X(14).
