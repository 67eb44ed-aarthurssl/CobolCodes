       FD  PARM-CARD-FILE.
      * Shared SYSIN parameter card. The keyword format (DATE=, MODE=,
      * REGION=, RETAIN=, ROLL=, FORMAT=, WINOVR=, DEPOVR=, REASON=,
      * STEP=, CATCHUP=) is detected by an equals sign on the first
      * card and is the going-forward format; a card with no equals
      * sign is still honoured in the ORIGINAL positional layout (date
      * 1-8, roll 9, five-character mode 10-14, format 15, retention
      * 16-18, window override 19, region 20-21 - see WS-POS-CARD)
      * during the cutover, so decks punched before the mode field
      * grew keep working. FAIL, STEP, RESTART and SCHRECON modes and
      * the dependency-override, reason, step and catch-up fields
      * exist only on the keyword card. Every run is echoed to
      * PARMECHO.RPT. The layout below is the program's working view,
      * filled from whichever card format arrived.
       01  PARM-REC.
           02 PARM-OVR-DATE  PIC 9(8).
           02 PARM-ROLL-FLAG PIC X(1).
               88 DEP-OVERRIDE VALUE 'Y'.
           02 PARM-REASON-CODE PIC X(8).
           02 PARM-STEP-NAME PIC X(8).
           02 PARM-CATCHUP-FLAG PIC X(1).
               88 CATCHUP-RUN VALUE 'Y'.
           02 PARM-RESERVED  PIC X(38).
       01  PARM-CARD-IMAGE PIC X(80).
       FD  RUNHDR-FILE.
       01  RUNHDR-REC.
           02 RH-LATE-START-FLAG   PIC X(1).
           02 RH-REGION-CODE  PIC X(2).
           02 RH-ATTEMPT-NBR  PIC 9(2).
           02 RH-CATCHUP-FLAG PIC X(1).
           02 RH-RESERVED     PIC X(6).
       FD  JOBLOG-FILE.
       COPY JOBREC.
       FD  CHKPT-FILE.
       01 WS-DEP-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-DEP-MISSING-PRED PIC X(8) VALUE SPACES.

      * Job holds and region or all-jobs freezes on HOLD.CTL are
      * answered by the HLDCHK subprogram, which RUNPLAN also calls
      * so a held job is not reported missing.
       COPY HLDPRM.
       01 WS-JOB-HELD-SW PIC X VALUE 'N'.
           88 JOB-HELD VALUE 'Y'.
       01 WS-HOLD-TYPE-DESC PIC X(15) VALUE SPACES.

       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERSTAT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-LOCKED-SW PIC X VALUE 'N'.
           02 WS-KW-DEPOVR   PIC X(1).
           02 WS-KW-REASON   PIC X(8).
           02 WS-KW-STEP     PIC X(8).
           02 WS-KW-CATCHUP  PIC X(1).
       01 WS-SUPPLIED-FLAGS.
           02 WS-SUP-DATE   PIC X VALUE 'N'.
           02 WS-SUP-ROLL   PIC X VALUE 'N'.
           02 WS-SUP-DEPOVR PIC X VALUE 'N'.
           02 WS-SUP-REASON PIC X VALUE 'N'.
           02 WS-SUP-STEP   PIC X VALUE 'N'.
           02 WS-SUP-CATCHUP PIC X VALUE 'N'.
      * Original positional card layout, kept for the cutover: decks
      * punched before PARM-MODE grew to eight characters still park
      * the format code in column 15 and the region in 20-21.
       01 WS-RESTART-STEP PIC X(8) VALUE SPACES.
       01 WS-STEP-COUNT PIC 9(4) VALUE ZERO.

      * Privileged requests - FAIL, RESTART, a forced window or
      * dependency override, the MAINT as-of confirmation and PURGE -
      * are checked against OPERAUTH.CTL by the AUTHCHK subprogram,
      * which also writes every check to the SECAUDIT.DAT trail.
       COPY AUTHPRM.
       01 WS-AUTH-ACTION PIC X(8) VALUE SPACES.
       01 WS-AUTH-DETAIL PIC X(30) VALUE SPACES.
       01 WS-AUTH-REFUSED-SW PIC X VALUE 'N'.
           88 AUTH-REFUSED VALUE 'Y'.

       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
                WHEN OTHER
                    PERFORM 9000-OPEN-PROCESSING
                    IF NOT WINDOW-REFUSED AND NOT DEP-REFUSED
                            AND NOT PERIOD-LOCKED AND NOT JOB-HELD
                        PERFORM 2400-WRITE-SCHED-INTERFACE
                    END-IF
            END-EVALUATE.
            MOVE SPACES TO WS-JOB-ID.
            ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOBNAME'.
            PERFORM 9100-DETERMINE-RUN-DATE.
            IF NOT PERIOD-LOCKED
                PERFORM 9130-CHECK-JOB-HOLD
            END-IF.
            IF NOT JOB-HELD
                PERFORM 9150-CHECK-BATCH-WINDOW
            END-IF.
            IF NOT WINDOW-REFUSED AND NOT PERIOD-LOCKED
                    AND NOT JOB-HELD
                PERFORM 9180-CHECK-PREDECESSORS
            END-IF.
            EVALUATE TRUE
                       INTO WS-ALERT-MESSAGE
                END-STRING
                PERFORM 2500-WRITE-OPS-ALERT
            WHEN JOB-HELD
                DISPLAY '*** OPEN REFUSED: JOB ' WS-JOB-ID
                    ' IS HELD BY HOLD ' HK-HOLD-ID ' ('
                    WS-HOLD-TYPE-DESC ')'
                DISPLAY '*** REQUESTED BY ' HK-REQUESTER ' - '
                    HK-REASON
                DISPLAY '*** HOLD EXPIRES ' HK-EXPIRY-DATE
                    ' - RELEASE IT THROUGH HLDMAINT TO RUN THE JOB'
                MOVE '2' TO WS-ALERT-SEVERITY
                MOVE 'HLDREFUS' TO WS-ALERT-CODE
                MOVE WS-RUN-ID TO WS-ALERT-RUN-ID
                MOVE WRK-DATA-NUM TO WS-ALERT-RUN-DATE
                MOVE SPACES TO WS-ALERT-MESSAGE
                STRING 'OPEN REFUSED - HOLD ' DELIMITED BY SIZE
                       HK-HOLD-ID DELIMITED BY SIZE
                       ' ON JOB ' DELIMITED BY SIZE
                       WS-JOB-ID DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       HK-REQUESTER DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                END-STRING
                PERFORM 2500-WRITE-OPS-ALERT
            WHEN WINDOW-REFUSED
                DISPLAY '*** OPEN REFUSED: CURRENT TIME IS OUTSIDE '
                    'THE BATCH WINDOW FOR JOB ' WS-JOB-ID
                MOVE WS-RUN-ID TO WS-ALERT-RUN-ID
                MOVE WRK-DATA-NUM TO WS-ALERT-RUN-DATE
                MOVE SPACES TO WS-ALERT-MESSAGE
                STRING 'OPEN REFUSED - PRED ' DELIMITED BY SIZE
                       WS-DEP-MISSING-PRED DELIMITED BY SIZE
                       ' NOT CLOSED FOR JOB ' DELIMITED BY SIZE
                       WS-JOB-ID DELIMITED BY SIZE
                    DISPLAY '*** RERUN: ATTEMPT ' WS-ATTEMPT-NBR
                        ' FOR JOB ' WS-JOB-ID ' ON ' WRK-DATA-NUM
                END-IF
                IF CATCHUP-RUN
                    DISPLAY '*** CATCH-UP OPEN FOR JOB ' WS-JOB-ID
                        ' ON ' WRK-DATA-NUM
                END-IF
                PERFORM 2000-WRITE-RUNHDR
                PERFORM 2100-WRITE-JOBLOG
                PERFORM 2200-WRITE-CHECKPOINT-OPEN
                END-IF
            END-IF.

      * Operations holds one job, or freezes a region or the whole
      * stream, through HOLD.CTL (maintained by HLDMAINT). A run the
      * hold covers is refused outright - there is no override flag;
      * the hold is lifted only by a release transaction. The refusal
      * is severity 2 because the job is being kept back on purpose.
       9130-CHECK-JOB-HOLD.
            MOVE 'N' TO WS-JOB-HELD-SW.
            MOVE SPACES TO WS-HOLD-TYPE-DESC.
            INITIALIZE HLDCHK-PARM.
            MOVE WS-JOB-ID        TO HK-JOB-NAME.
            MOVE PARM-REGION-CODE TO HK-REGION-CODE.
            MOVE WRK-DATA-NUM     TO HK-RUN-DATE.
            CALL 'HLDCHK' USING HLDCHK-PARM.
            IF HK-HELD
                MOVE 'Y' TO WS-JOB-HELD-SW
                EVALUATE HK-HOLD-TYPE
                    WHEN 'R'
                        MOVE 'REGION FREEZE' TO WS-HOLD-TYPE-DESC
                    WHEN 'A'
                        MOVE 'ALL-JOBS FREEZE' TO WS-HOLD-TYPE-DESC
                    WHEN OTHER
                        MOVE 'JOB HOLD' TO WS-HOLD-TYPE-DESC
                END-EVALUATE
            END-IF.

      * Offsets are measured in minutes forward from the window open
      * time so a window that spans midnight (open after close, e.g.
      * 1900-0530) needs no special case.
                EVALUATE TRUE
                    WHEN WS-WIN-NOW-OFFSET > WS-WIN-LEN-MINS
                        IF WINDOW-OVERRIDE
                            MOVE 'WINOVR' TO WS-AUTH-ACTION
                            MOVE 'OPEN OUTSIDE BATCH WINDOW'
                                TO WS-AUTH-DETAIL
                            PERFORM 9400-CHECK-AUTHORITY
                        END-IF
                        IF WINDOW-OVERRIDE AND NOT AUTH-REFUSED
                            MOVE 'Y' TO WS-LATE-START-FLAG
                            DISPLAY '*** WARNING: OPEN OUTSIDE BATCH '
                                'WINDOW FORCED BY OVERRIDE FLAG'
                END-PERFORM
            END-IF.
            IF DEP-REFUSED AND DEP-OVERRIDE
                MOVE 'DEPOVR' TO WS-AUTH-ACTION
                MOVE SPACES TO WS-AUTH-DETAIL
                STRING 'OPEN AHEAD OF ' DELIMITED BY SIZE
                       WS-DEP-MISSING-PRED DELIMITED BY SIZE
                       INTO WS-AUTH-DETAIL
                END-STRING
                PERFORM 9400-CHECK-AUTHORITY
            END-IF.
            IF DEP-REFUSED AND DEP-OVERRIDE AND NOT AUTH-REFUSED
                MOVE 'N' TO WS-DEP-REFUSED-SW
                DISPLAY '*** WARNING: OPEN AHEAD OF PREDECESSOR '
                    WS-DEP-MISSING-PRED ' FORCED BY OVERRIDE FLAG'

       9300-MAINTENANCE-PROCESSING.
            PERFORM 9100-DETERMINE-RUN-DATE.
            MOVE 'MAINT' TO WS-AUTH-ACTION.
            MOVE 'AS-OF DATE CONFIRMATION' TO WS-AUTH-DETAIL.
            PERFORM 9400-CHECK-AUTHORITY.
            IF AUTH-REFUSED
                DISPLAY '*** AS-OF DATE MAINTENANCE REFUSED - '
                    'ASOF.CTL NOT CHANGED'
            ELSE
                PERFORM 9200-OPERATOR-CONFIRM-ASOF-DATE
                DISPLAY 'MAINTENANCE COMPLETE - RUN WITHOUT MAINT '
                    'MODE TO PROCESS THE BATCH'
            END-IF.

       9200-OPERATOR-CONFIRM-ASOF-DATE.
            DISPLAY '*** AS-OF DATE MAINTENANCE ***'.
            CLOSE ASOF-CTL-FILE.
            DISPLAY 'AS-OF DATE CONFIRMED: ' WS-FORMATTED-DATE.

      * The authority check runs under the submitting user; the job
      * and region on the request narrow which OPERAUTH.CTL rows can
      * grant it. A refusal raises a severity-1 alert and the caller
      * leaves the privileged action undone.
       9400-CHECK-AUTHORITY.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            INITIALIZE AUTHCHK-PARM.
            MOVE WS-RUN-ID-PROGRAM TO AU-PROGRAM.
            MOVE WS-AUTH-ACTION    TO AU-ACTION.
            MOVE WS-JOB-ID         TO AU-JOB-NAME.
            MOVE PARM-REGION-CODE  TO AU-REGION-CODE.
            MOVE WRK-DATA-NUM      TO AU-RUN-DATE.
            MOVE WS-AUTH-DETAIL    TO AU-DETAIL.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                DISPLAY '*** ' WS-AUTH-ACTION ' REFUSED: USER '
                    AU-USER-ID ' IS NOT AUTHORIZED ON OPERAUTH.CTL'
                MOVE '1' TO WS-ALERT-SEVERITY
                MOVE 'AUTHREFU' TO WS-ALERT-CODE
                MOVE SPACES TO WS-ALERT-RUN-ID
                MOVE WRK-DATA-NUM TO WS-ALERT-RUN-DATE
                MOVE SPACES TO WS-ALERT-MESSAGE
                STRING 'NOT AUTHORIZED: ' DELIMITED BY SIZE
                       WS-AUTH-ACTION DELIMITED BY SPACE
                       ' BY USER ' DELIMITED BY SIZE
                       AU-USER-ID DELIMITED BY SPACE
                       ' JOB ' DELIMITED BY SIZE
                       WS-JOB-ID DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                END-STRING
                PERFORM 2500-WRITE-OPS-ALERT
            END-IF.

       8000-CLOSE-PROCESSING.
            MOVE 'N' TO WS-SKIP-SCHED-PUBLISH-SW.
            MOVE SPACES TO WS-JOB-ID.
                        ELSE
                            PERFORM 0540-REJECT-TOKEN
                        END-IF
                    WHEN 'CATCHUP'
                        IF WS-VAL-LEN = 1 AND
                                (WS-KW-VALUE(1:1) = 'Y'
                                OR WS-KW-VALUE(1:1) = 'N')
                            MOVE WS-KW-VALUE(1:1) TO WS-KW-CATCHUP
                            MOVE 'Y' TO WS-SUP-CATCHUP
                        ELSE
                            PERFORM 0540-REJECT-TOKEN
                        END-IF
                    WHEN OTHER
                        PERFORM 0540-REJECT-TOKEN
                END-EVALUATE
            MOVE WS-KW-DEPOVR   TO PARM-DEP-OVERRIDE.
            MOVE WS-KW-REASON   TO PARM-REASON-CODE.
            MOVE WS-KW-STEP     TO PARM-STEP-NAME.
            MOVE WS-KW-CATCHUP  TO PARM-CATCHUP-FLAG.

      * The positional card is read in its original columns and moved
      * field by field into the working view; a stray value cannot
                MOVE 'DEFAULTED (NONE)' TO WS-ECHO-STATUS
            END-IF.
            PERFORM 0585-WRITE-ECHO-DETAIL.
            MOVE 'CATCHUP' TO WS-ECHO-KEY.
            IF CATCHUP-RUN
                MOVE 'Y' TO WS-ECHO-VALUE
            ELSE
                MOVE 'N' TO WS-ECHO-VALUE
            END-IF.
            IF WS-SUP-CATCHUP = 'Y'
                MOVE 'ACCEPTED' TO WS-ECHO-STATUS
            ELSE
                MOVE 'DEFAULTED (NORMAL RUN)' TO WS-ECHO-STATUS
            END-IF.
            PERFORM 0585-WRITE-ECHO-DETAIL.
            IF PARM-CARD-INVALID
                MOVE SPACES TO WS-ECHO-LINE
                PERFORM 0580-WRITE-ECHO-LINE
            MOVE WS-LATE-START-FLAG TO RH-LATE-START-FLAG.
            MOVE PARM-REGION-CODE TO RH-REGION-CODE.
            MOVE WS-ATTEMPT-NBR TO RH-ATTEMPT-NBR.
            IF CATCHUP-RUN
                MOVE 'Y' TO RH-CATCHUP-FLAG
            ELSE
                MOVE 'N' TO RH-CATCHUP-FLAG
            END-IF.
            WRITE RUNHDR-REC.
            CLOSE RUNHDR-FILE.

      * Only the open row of a catch-up run carries the catch-up mark;
      * the close, fail and step rows of that run are ordinary.
       2100-WRITE-JOBLOG.
            MOVE SPACES TO WS-JOB-ID.
            MOVE SPACES TO WS-USER-ID.
            MOVE WS-JOB-ID    TO JL-JOB-ID.
            MOVE WS-USER-ID   TO JL-USER-ID.
            MOVE WS-ATTEMPT-NBR TO JL-ATTEMPT-NBR.
            IF CATCHUP-RUN AND PARM-MODE = SPACES
                MOVE 'Y' TO JL-CATCHUP-FLAG
            ELSE
                MOVE 'N' TO JL-CATCHUP-FLAG
            END-IF.
            WRITE JOBLOG-REC.
            CLOSE JOBLOG-FILE.

            IF WS-FAIL-REASON = SPACES
                MOVE 'UNSPEC' TO WS-FAIL-REASON
            END-IF.
            MOVE 'FAIL' TO WS-AUTH-ACTION.
            MOVE SPACES TO WS-AUTH-DETAIL.
            STRING 'MARK FAILED - REASON ' DELIMITED BY SIZE
                   WS-FAIL-REASON DELIMITED BY SIZE
                   INTO WS-AUTH-DETAIL
            END-STRING.
            PERFORM 9400-CHECK-AUTHORITY.
            IF NOT AUTH-REFUSED
                PERFORM 2100-WRITE-JOBLOG
            END-IF.
            EVALUATE TRUE
                WHEN AUTH-REFUSED
                    DISPLAY '*** FAIL REQUEST REFUSED FOR JOB '
                        WS-JOB-ID
                WHEN NOT LAST-OPEN-FOUND
                    DISPLAY '*** FAIL REQUEST IGNORED - NO RUN ON '
                        'FILE FOR JOB ' WS-JOB-ID
            IF LAST-OPEN-FOUND
                MOVE WS-LAST-OPEN-DATE TO WRK-DATA-NUM
            END-IF.
            MOVE 'RESTART' TO WS-AUTH-ACTION.
            MOVE 'RESTART FROM LAST STEP' TO WS-AUTH-DETAIL.
            PERFORM 9400-CHECK-AUTHORITY.
            EVALUATE TRUE
                WHEN AUTH-REFUSED
                    DISPLAY '*** RESTART REQUEST REFUSED FOR JOB '
                        WS-JOB-ID
                WHEN NOT LAST-OPEN-FOUND
                    DISPLAY '*** RESTART REQUEST IGNORED - NO RUN ON '
                        'FILE FOR JOB ' WS-JOB-ID

       9500-HOUSEKEEPING-PROCESSING.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-HORARIO FROM TIME.
            MOVE 'PURGE' TO WS-AUTH-ACTION.
            MOVE 'HOUSEKEEPING PURGE' TO WS-AUTH-DETAIL.
            PERFORM 9400-CHECK-AUTHORITY.
            IF AUTH-REFUSED
                DISPLAY '*** HOUSEKEEPING PURGE REFUSED - NO FILES '
                    'CHANGED'
            ELSE
                PERFORM 9505-PURGE-ALL-FILES
            END-IF.

       9505-PURGE-ALL-FILES.
            IF PARM-RETENTION-DAYS IS NUMERIC
                    AND PARM-RETENTION-DAYS > ZERO
                MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
