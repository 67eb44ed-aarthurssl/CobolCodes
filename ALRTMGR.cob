      *          open-alert aging report grouped by alert code so
      *          recurring conditions like LATESTRT and PRIORRUN
      *          stand out. Business-day ages come from the DATESRV
      *          date services. Acknowledging is a privileged action:
      *          the submitting user must hold an ALRTACK grant on
      *          OPERAUTH.CTL (checked and logged to SECAUDIT.DAT by
      *          AUTHCHK); refused transactions are rejected and raise
      *          one severity-1 alert for the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACK-USER PIC X(8).

      * Acknowledgements are checked against OPERAUTH.CTL by the
      * AUTHCHK subprogram, which also writes the SECAUDIT.DAT trail.
       COPY AUTHPRM.
       01 WS-AUTH-REFUSED-SW PIC X VALUE 'N'.
           88 AUTH-REFUSED VALUE 'Y'.
       01 WS-AUTH-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUTH-USER PIC X(8) VALUE SPACES.

       01 WS-LOADED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACKED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
            IF FILE-UPDATED
                PERFORM 4000-REWRITE-ALERT-FILE
            END-IF.
            IF WS-AUTH-REFUSED-COUNT > ZERO
                PERFORM 3900-RAISE-AUTH-ALERT
            END-IF.
            PERFORM 5000-PRINT-AGING-REPORT.
            CLOSE ALRTRPT-FILE.
            DISPLAY 'ALRTMGR COMPLETE - ' WS-ACKED-COUNT
            INITIALIZE WS-RPT-TRAN.
            MOVE AT-ALERT-CODE TO WS-RPT-T-CODE.
            MOVE AT-RUN-DATE TO WS-RPT-T-DATE.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            IF AT-ACTION-ACK
                PERFORM 3150-CHECK-AUTHORITY
            END-IF.
            IF NOT AT-ACTION-ACK OR AUTH-REFUSED
                IF AUTH-REFUSED
                    MOVE 'REJECTED - USER NOT AUTHORIZED'
                        TO WS-RPT-T-MSG
                ELSE
                    MOVE 'REJECTED - UNKNOWN ACTION CODE'
                        TO WS-RPT-T-MSG
                END-IF
                ADD 1 TO WS-REJECT-COUNT
                MOVE WS-RPT-TRAN TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

      * The grant is checked for the user submitting the deck, not
      * the acknowledger named on the transaction, which anyone can
      * key.
       3150-CHECK-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE 'ALRTMGR'   TO AU-PROGRAM.
            MOVE 'ALRTACK'   TO AU-ACTION.
            MOVE SPACES      TO AU-JOB-NAME.
            MOVE SPACES      TO AU-REGION-CODE.
            IF AT-RUN-DATE IS NUMERIC
                MOVE AT-RUN-DATE TO AU-RUN-DATE
            END-IF.
            STRING 'ACK ' DELIMITED BY SIZE
                   AT-ALERT-CODE DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   AT-ACK-USER DELIMITED BY SIZE
                   INTO AU-DETAIL
            END-STRING.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            MOVE AU-USER-ID TO WS-AUTH-USER.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                ADD 1 TO WS-AUTH-REFUSED-COUNT
            END-IF.

       3200-ACKNOWLEDGE-ALERT.
            MOVE 'Y' TO WS-TRAN-MATCHED-SW.
            MOVE 'Y' TO WS-AL-ACK-FLAG(WS-SUB-I).
                END-IF
            END-IF.

      * Written after the alert file rewrite so the new row is not
      * overlaid by the rewrite of the loaded table.
       3900-RAISE-AUTH-ALERT.
            DISPLAY '*** ALRTMGR: ' WS-AUTH-REFUSED-COUNT
                ' TRANSACTION(S) REFUSED - USER ' WS-AUTH-USER
                ' NOT AUTHORIZED ON OPERAUTH.CTL'.
            OPEN EXTEND OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '35'
                OPEN OUTPUT OPSALERT-FILE
            END-IF.
            INITIALIZE OPSALERT-REC.
            MOVE '1'           TO AL-SEVERITY.
            MOVE 'AUTHREFU'    TO AL-ALERT-CODE.
            MOVE SPACES        TO AL-RUN-ID.
            MOVE WS-TODAY-DATE TO AL-RUN-DATE.
            MOVE WS-RUN-TIME   TO AL-ALERT-TIME.
            STRING 'NOT AUTHORIZED: ALRTACK BY USER '
                       DELIMITED BY SIZE
                   WS-AUTH-USER DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   WS-AUTH-REFUSED-COUNT DELIMITED BY SIZE
                   ' REFUSED' DELIMITED BY SIZE
                   INTO AL-MESSAGE
            END-STRING.
            MOVE WS-TODAY-DATE TO AL-ALERT-DATE.
            WRITE OPSALERT-REC.
            CLOSE OPSALERT-FILE.

       4000-REWRITE-ALERT-FILE.
            OPEN OUTPUT OPSALERT-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
