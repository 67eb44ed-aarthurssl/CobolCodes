      ******************************************************************
      * AUTHPRM - AUTHCHK parameter area
      * One authority check for every privileged action in the batch
      * programs, answered from OPERAUTH.CTL and logged to
      * SECAUDIT.DAT whatever the outcome.
      * The caller supplies its program name, the action code (see
      * AUTHREC), the job and region the action applies to (blank
      * when it has none), the business date and a short detail.
      * AU-USER-ID may be left blank; AUTHCHK then takes the
      * submitting user from the environment and returns it.
      * AU-RESULT: 'A' = allowed, 'R' = refused. AU-AUTH-COUNT
      * reports the number of authority rows loaded (zero when
      * OPERAUTH.CTL is missing or empty, which refuses everything).
      ******************************************************************
       01  AUTHCHK-PARM.
           02 AU-USER-ID     PIC X(8).
           02 AU-PROGRAM     PIC X(9).
           02 AU-ACTION      PIC X(8).
           02 AU-JOB-NAME    PIC X(8).
           02 AU-REGION-CODE PIC X(2).
           02 AU-RUN-DATE    PIC 9(8).
           02 AU-DETAIL      PIC X(30).
           02 AU-RESULT      PIC X(1).
               88 AU-ALLOWED VALUE 'A'.
               88 AU-REFUSED VALUE 'R'.
           02 AU-AUTH-COUNT  PIC 9(4).
           02 AU-RESERVED    PIC X(8).
