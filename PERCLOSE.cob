      *          supervisor reopen transaction appends an 'R' row so
      *          PROGCOB03 will again accept override and as-of dates
      *          inside the period. Business-day boundaries come from
      *          the DATESRV date services. A reopen is a privileged
      *          action: the submitting user must hold a REOPEN grant
      *          on OPERAUTH.CTL (checked and logged to SECAUDIT.DAT
      *          by AUTHCHK); a refused reopen raises a severity-1
      *          alert and leaves PERSTAT.CTL unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * same way PROGCOB03 resolves the period flags.
       COPY DATEPRM.

      * Supervisor reopens are checked against OPERAUTH.CTL by the
      * AUTHCHK subprogram, which also writes the SECAUDIT.DAT trail.
       COPY AUTHPRM.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-USER-ID PIC X(8).
            PERFORM 0500-READ-PARM-CARD.
            PERFORM 1000-LOAD-PERIOD-CAL.
            IF PC-ACTION-REOPEN
                PERFORM 5900-CHECK-REOPEN-AUTHORITY
                IF AU-ALLOWED
                    PERFORM 6000-REOPEN-PERIOD
                END-IF
            ELSE
                PERFORM 2000-SELECT-TARGET-PERIOD
                IF TARGET-FOUND
            PERFORM 7000-WRITE-REPORT-LINE.
            DISPLAY 'PERIOD ' WS-TGT-PERIOD-ID ' CLOSED'.

       5900-CHECK-REOPEN-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE WS-USER-ID     TO AU-USER-ID.
            MOVE 'PERCLOSE'     TO AU-PROGRAM.
            MOVE 'REOPEN'       TO AU-ACTION.
            MOVE SPACES         TO AU-JOB-NAME.
            MOVE WS-REGION-CODE TO AU-REGION-CODE.
            MOVE WS-RUN-DATE    TO AU-RUN-DATE.
            STRING 'REOPEN PERIOD ' DELIMITED BY SIZE
                   PC-PERIOD-ID DELIMITED BY SIZE
                   INTO AU-DETAIL
            END-STRING.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            IF AU-REFUSED
                MOVE SPACES TO WS-RPT-LINE
                STRING 'REOPEN REFUSED - USER ' DELIMITED BY SIZE
                       AU-USER-ID DELIMITED BY SIZE
                       ' NOT AUTHORIZED ON OPERAUTH.CTL'
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
                DISPLAY '*** PERCLOSE: REOPEN OF PERIOD ' PC-PERIOD-ID
                    ' REFUSED - USER ' AU-USER-ID ' NOT AUTHORIZED'
                MOVE '1' TO WS-ALERT-SEVERITY
                MOVE 'AUTHREFU' TO WS-ALERT-CODE
                MOVE SPACES TO WS-ALERT-RUN-ID
                MOVE WS-RUN-DATE TO WS-ALERT-RUN-DATE
                MOVE SPACES TO WS-ALERT-MESSAGE
                STRING 'NOT AUTHORIZED: REOPEN BY USER '
                           DELIMITED BY SIZE
                       AU-USER-ID DELIMITED BY SPACE
                       ' PERIOD ' DELIMITED BY SIZE
                       PC-PERIOD-ID DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                END-STRING
                PERFORM 7100-WRITE-OPS-ALERT
            END-IF.

      * A supervisor reopen names the period on the card; the 'R'
      * row supersedes the earlier close so PROGCOB03 accepts
      * override and as-of dates inside the period again.
            MOVE WS-RPT-LINE TO PERCLOSE-RPT-REC.
            WRITE PERCLOSE-RPT-REC.

       7100-WRITE-OPS-ALERT.
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

       END PROGRAM PERCLOSE.
