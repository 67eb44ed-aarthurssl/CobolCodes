      *          transaction builds a full fiscal year of monthly
      *          periods from a start month in one row. Prints a
      *          listing plus a coverage report warning when fewer
      *          than two future periods remain on file. Every
      *          transaction is a privileged action checked against
      *          OPERAUTH.CTL (PERMAINT grant) by AUTHCHK, which logs
      *          it to SECAUDIT.DAT; refused transactions are rejected
      *          and raise one severity-1 alert for the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PERRPT-FILE ASSIGN TO "PERMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERRPT-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CAL-FILE.
           02 PT-GEN-START PIC 9(6).
       FD  PERRPT-FILE.
       01  PERRPT-REC PIC X(80).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       WORKING-STORAGE SECTION.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(4) VALUE ZEROS.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERTRAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERRPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.

       01 WS-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-TABLE.
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

       01 WS-PREV-END PIC 9(8) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1000-LOAD-PERIOD-CAL.
            PERFORM 3000-PROCESS-TRANSACTIONS.
            IF WS-AUTH-REFUSED-COUNT > ZERO
                PERFORM 3900-RAISE-AUTH-ALERT
            END-IF.
            IF CAL-UPDATED
                PERFORM 4000-REWRITE-PERIOD-CAL
            END-IF.
            MOVE PT-PERIOD-ID TO WS-RPT-D-ID.
            MOVE PT-START TO WS-RPT-D-START.
            MOVE PT-END TO WS-RPT-D-END.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            IF PT-ACTION-ADD OR PT-ACTION-REPLACE OR PT-ACTION-DELETE
                    OR PT-ACTION-GENERATE
                PERFORM 3150-CHECK-AUTHORITY
            END-IF.
            EVALUATE TRUE
                WHEN AUTH-REFUSED
                    MOVE 'REJECTED - USER NOT AUTHORIZED'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
                WHEN PT-ACTION-ADD
                    MOVE PT-PERIOD-ID TO WS-TRAN-ID
                    MOVE PT-START TO WS-TRAN-START
                    PERFORM 1200-REPORT-REJECT
            END-EVALUATE.

       3150-CHECK-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE 'PERMAINT' TO AU-PROGRAM.
            MOVE 'PERMAINT' TO AU-ACTION.
            MOVE SPACES     TO AU-JOB-NAME.
            MOVE SPACES     TO AU-REGION-CODE.
            IF PT-START IS NUMERIC
                MOVE PT-START TO AU-RUN-DATE
            END-IF.
            EVALUATE TRUE
                WHEN PT-ACTION-ADD
                    STRING 'ADD PERIOD ' DELIMITED BY SIZE
                           PT-PERIOD-ID DELIMITED BY SIZE
                           INTO AU-DETAIL
                    END-STRING
                WHEN PT-ACTION-REPLACE
                    STRING 'REPLACE PERIOD ' DELIMITED BY SIZE
                           PT-PERIOD-ID DELIMITED BY SIZE
                           INTO AU-DETAIL
                    END-STRING
                WHEN PT-ACTION-DELETE
                    STRING 'DELETE PERIOD ' DELIMITED BY SIZE
                           PT-PERIOD-ID DELIMITED BY SIZE
                           INTO AU-DETAIL
                    END-STRING
                WHEN OTHER
                    STRING 'GENERATE YEAR FROM ' DELIMITED BY SIZE
                           PT-GEN-START DELIMITED BY SIZE
                           INTO AU-DETAIL
                    END-STRING
            END-EVALUATE.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            MOVE AU-USER-ID TO WS-AUTH-USER.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                ADD 1 TO WS-AUTH-REFUSED-COUNT
            END-IF.

      * An added period must butt exactly against its neighbours:
      * start = prior period's end + 1 day and end = next period's
      * start - 1 day, whichever neighbours exist. Anything else
                ADD 1 TO WS-GEN-MM
            END-IF.

       3900-RAISE-AUTH-ALERT.
            DISPLAY '*** PERMAINT: ' WS-AUTH-REFUSED-COUNT
                ' TRANSACTION(S) REFUSED - USER ' WS-AUTH-USER
                ' NOT AUTHORIZED ON OPERAUTH.CTL'.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'AUTHREFU' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'NOT AUTHORIZED: PERMAINT BY USER '
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

       4000-REWRITE-PERIOD-CAL.
            OPEN OUTPUT PERIOD-CAL-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
