      ******************************************************************
      * SAUDREC - SECAUDIT.DAT record layout
      * Append-only security audit trail: one row for every
      * privileged action checked against OPERAUTH.CTL, whether the
      * authority check allowed or refused it - who asked, from which
      * program, for which action, job, region and business date.
      * SA-RESULT: 'A' = allowed, 'R' = refused. SA-DETAIL carries a
      * short description of the request from the calling program.
      * Shared by AUTHCHK and AUTHRPT.
      ******************************************************************
       01  SEC-AUDIT-REC.
           02 SA-STAMP-DATE PIC 9(8).
           02 SA-STAMP-TIME PIC 9(6).
           02 SA-USER-ID    PIC X(8).
           02 SA-PROGRAM    PIC X(9).
           02 SA-ACTION     PIC X(8).
           02 SA-RESULT     PIC X(1).
           02 SA-JOB-NAME   PIC X(8).
           02 SA-REGION     PIC X(2).
           02 SA-RUN-DATE   PIC 9(8).
           02 SA-DETAIL     PIC X(30).
           02 SA-RESERVED   PIC X(12).
