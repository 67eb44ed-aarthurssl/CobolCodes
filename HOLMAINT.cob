      *          and prints a listing plus a coverage report warning
      *          when fewer than 90 days of calendar remain. Rows are
      *          region-tagged (blank region = every region); one
      *          calendar file serves all country operations. Each
      *          add or delete is a privileged action checked against
      *          OPERAUTH.CTL (HOLMAINT grant, limited by the row's
      *          region) by AUTHCHK, which logs it to SECAUDIT.DAT;
      *          refused transactions are rejected and raise one
      *          severity-1 alert for the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HOLRPT-FILE ASSIGN TO "HOLMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLRPT-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CAL-FILE.
           02 HT-REGION PIC X(2).
       FD  HOLRPT-FILE.
       01  HOLRPT-REC PIC X(80).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       WORKING-STORAGE SECTION.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(4) VALUE ZEROS.
       01 WS-HOLIDAY-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HOLTRAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HOLRPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.

       01 WS-HOLIDAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
      * the calendar rules live in one place.
       COPY DATEPRM.

      * Calendar changes are checked against OPERAUTH.CTL by the
      * AUTHCHK subprogram, which also writes the SECAUDIT.DAT trail.
       COPY AUTHPRM.
       01 WS-AUTH-REFUSED-SW PIC X VALUE 'N'.
           88 AUTH-REFUSED VALUE 'Y'.
       01 WS-AUTH-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUTH-USER PIC X(8) VALUE SPACES.

       01 WS-RUN-TIME PIC 9(6).
       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-PREV-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREV-REGION PIC X(2) VALUE LOW-VALUES.
       01 WS-LOADED-COUNT PIC 9(4) VALUE ZERO.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1000-LOAD-HOLIDAY-CAL.
            PERFORM 3000-PROCESS-TRANSACTIONS.
            IF WS-AUTH-REFUSED-COUNT > ZERO
                PERFORM 3900-RAISE-AUTH-ALERT
            END-IF.
            IF CAL-UPDATED
                PERFORM 4000-REWRITE-HOLIDAY-CAL
            END-IF.
            MOVE HT-DATE TO WS-RPT-D-DATE.
            MOVE HT-REGION TO WS-RPT-D-RGN.
            MOVE HT-DESC TO WS-RPT-D-DESC.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            IF HT-ACTION-ADD OR HT-ACTION-DELETE
                PERFORM 3150-CHECK-AUTHORITY
            END-IF.
            EVALUATE TRUE
                WHEN AUTH-REFUSED
                    MOVE 'REJECTED - USER NOT AUTHORIZED'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
                WHEN HT-ACTION-ADD
                    PERFORM 3200-ADD-HOLIDAY
                WHEN HT-ACTION-DELETE
                    PERFORM 1200-REPORT-REJECT
            END-EVALUATE.

       3150-CHECK-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE 'HOLMAINT' TO AU-PROGRAM.
            MOVE 'HOLMAINT' TO AU-ACTION.
            MOVE SPACES     TO AU-JOB-NAME.
            MOVE HT-REGION  TO AU-REGION-CODE.
            MOVE HT-DATE    TO AU-RUN-DATE.
            IF HT-ACTION-ADD
                MOVE 'ADD HOLIDAY' TO AU-DETAIL
            ELSE
                MOVE 'DELETE HOLIDAY' TO AU-DETAIL
            END-IF.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            MOVE AU-USER-ID TO WS-AUTH-USER.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                ADD 1 TO WS-AUTH-REFUSED-COUNT
            END-IF.

       3200-ADD-HOLIDAY.
            MOVE HT-DATE TO WRK-DATA-NUM.
            PERFORM 0600-VALIDATE-DATE.
                PERFORM 1200-REPORT-REJECT
            END-IF.

       3900-RAISE-AUTH-ALERT.
            DISPLAY '*** HOLMAINT: ' WS-AUTH-REFUSED-COUNT
                ' TRANSACTION(S) REFUSED - USER ' WS-AUTH-USER
                ' NOT AUTHORIZED ON OPERAUTH.CTL'.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'AUTHREFU' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'NOT AUTHORIZED: HOLMAINT BY USER '
                       DELIMITED BY SIZE
                   WS-AUTH-USER DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   WS-AUTH-REFUSED-COUNT DELIMITED BY SIZE
                   ' REFUSED' DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
            END-STRING.
            OPEN EXTEND OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '35'
                OPEN OUTPUT OPSALERT-FILE
            END-IF.
            INITIALIZE OPSALERT-REC.
            MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
            MOVE WS-ALERT-CODE     TO AL-ALERT-CODE.
            MOVE WS-ALERT-RUN-ID   TO AL-RUN-ID.
            MOVE WS-ALERT-RUN-DATE TO AL-RUN-DATE.
            MOVE WS-RUN-TIME       TO AL-ALERT-TIME.
            MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE.
            ACCEPT WS-ALERT-STAMP-DATE FROM DATE YYYYMMDD.
            MOVE WS-ALERT-STAMP-DATE TO AL-ALERT-DATE.
            WRITE OPSALERT-REC.
            CLOSE OPSALERT-FILE.

       4000-REWRITE-HOLIDAY-CAL.
            OPEN OUTPUT HOLIDAY-CAL-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
