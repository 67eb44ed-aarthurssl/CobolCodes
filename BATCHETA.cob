      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: PREVISAO DO CAMINHO CRITICO E TERMINO DO BATCH
      *          Overnight critical-path and projected-completion
      *          forecast, runnable at any point in the night. Works
      *          out the jobs due on the business date from RUNPLAN.CTL
      *          (the same frequency rules as RUNPLAN), builds their
      *          predecessor network from JOBDEP.CTL, takes each job's
      *          state from RUNCTL.MST - closed, open since its open
      *          time, failed, or not yet started - and its expected
      *          duration from the RUNDUR.DAT history. A forward pass
      *          in predecessor order projects a start and end for
      *          every job still to finish; the chain of predecessors
      *          driving the latest end is the critical path. Each
      *          projected end is compared with the job's WINDOW.CTL
      *          close time and its SLA.CTL maximum, and every
      *          projected miss gets a severity-2 OPSALERT.DAT row so
      *          the shift can act before the breach. A job still to
      *          start that a HOLD.CTL hold or freeze covers (answered
      *          by HLDCHK) is listed as held: it is not projected or
      *          alerted, and its successors are projected without
      *          waiting for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHETA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHETA-PRM-FILE ASSIGN TO "BATCHETA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHETA-PRM-STATUS.
           SELECT RUNPLAN-CTL-FILE ASSIGN TO "RUNPLAN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPLAN-FILE-STATUS.
           SELECT PERIOD-CAL-FILE ASSIGN TO "PERIOD.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT JOBDEP-CTL-FILE ASSIGN TO "JOBDEP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-FILE-STATUS.
           SELECT WINDOW-CTL-FILE ASSIGN TO "WINDOW.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT SLA-CTL-FILE ASSIGN TO "SLA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT RUNDUR-FILE ASSIGN TO "RUNDUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDUR-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT BATCHETA-RPT-FILE ASSIGN TO "BATCHETA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHETA-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCHETA-PRM-FILE.
      * Business date and region as on RUNPLAN.PRM; BE-ASOF-TIME
      * (HHMM) projects from a given time of night instead of the
      * clock, for a what-if run.
       01  BATCHETA-PRM-REC.
           02 BE-RUN-DATE    PIC 9(8).
           02 BE-REGION-CODE PIC X(2).
           02 BE-ASOF-TIME   PIC 9(4).
           02 BE-RESERVED    PIC X(66).
       FD  RUNPLAN-CTL-FILE.
       COPY PLNREC.
       FD  PERIOD-CAL-FILE.
       COPY PERREC.
       FD  JOBDEP-CTL-FILE.
       COPY DEPREC.
       FD  WINDOW-CTL-FILE.
       COPY WINREC.
       FD  SLA-CTL-FILE.
       COPY SLAREC.
       FD  RUNDUR-FILE.
       COPY RDURREC.
       FD  RUNCTL-FILE.
       COPY RCTLREC.
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  BATCHETA-RPT-FILE.
       01  BATCHETA-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BATCHETA-PRM-STATUS PIC XX VALUE '00'.
       01 WS-RUNPLAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBDEP-FILE-STATUS PIC XX VALUE '00'.
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SLA-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNDUR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-BATCHETA-RPT-STATUS PIC XX VALUE '00'.

      * Business-day questions are answered by the DATESRV subprogram
      * so the forecast resolves the plan against the same calendar
      * as the nightly stream.
       COPY DATEPRM.

      * Holds and freezes are answered by the HLDCHK subprogram, the
      * same check PROGCOB03 applies when the job's run is opened.
       COPY HLDPRM.

       01 WRK-HORARIO.
           02 WRK-HORA PIC 9(2) VALUE ZEROS.
           02 WRK-MINUTOS PIC 9(2) VALUE ZEROS.
           02 WRK-SEGUNDS PIC 9(2) VALUE ZEROS.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-REGION-CODE PIC X(2) VALUE SPACES.
       01 WS-DATE-INT PIC S9(9) COMP.
       01 WS-DOW-NUM PIC 9.
       01 WS-BUSINESS-DAY-SW PIC X VALUE 'N'.
           88 IS-BUSINESS-DAY VALUE 'Y'.
           88 NOT-BUSINESS-DAY VALUE 'N'.

       01 WS-PLAN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-TABLE.
           02 WS-PLAN-ENTRY OCCURS 200 TIMES.
               03 WS-PLN-JOB    PIC X(8).
               03 WS-PLN-FREQ   PIC X(1).
               03 WS-PLN-DAY    PIC 9(1).
               03 WS-PLN-REGION PIC X(2).

       01 WS-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 60 TIMES.
               03 WS-PER-ID    PIC X(6).
               03 WS-PER-START PIC 9(8).
               03 WS-PER-END   PIC 9(8).
       01 WS-PER-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-PERIOD-FOUND-SW PIC X VALUE 'N'.
           88 PERIOD-FOUND VALUE 'Y'.
       01 WS-PER-FIRST-BUSDAY PIC 9(8) VALUE ZERO.
       01 WS-PER-LAST-BUSDAY PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-JOB-DUE-SW PIC X VALUE 'N'.
           88 JOB-IS-DUE VALUE 'Y'.

      * One node per job due tonight. Times are held as seconds
      * relative to the as-of time (negative = already past) so a
      * stream that runs through midnight projects on one line.
      * WS-ND-STATE is the RUNCTL.MST status ('C', 'O', 'F'), 'N'
      * for no run yet, or 'H' for a job held back by HOLD.CTL.
       01 WS-NODE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-NODE-TABLE.
           02 WS-NODE-ENTRY OCCURS 200 TIMES.
               03 WS-ND-JOB        PIC X(8).
               03 WS-ND-STATE      PIC X(1).
               03 WS-ND-RUN-ID     PIC X(23).
               03 WS-ND-OPEN-TIME  PIC 9(6).
               03 WS-ND-CLOSE-TIME PIC 9(6).
               03 WS-ND-HIST-SUM   PIC 9(9).
               03 WS-ND-HIST-CNT   PIC 9(5).
               03 WS-ND-DUR-SECS   PIC 9(6).
               03 WS-ND-WIN-SW     PIC X(1).
               03 WS-ND-WIN-OPEN   PIC S9(7) COMP.
               03 WS-ND-WIN-CLOSE  PIC S9(7) COMP.
               03 WS-ND-WIN-CLOSE-HHMM PIC 9(4).
               03 WS-ND-SLA-SECS   PIC 9(6).
               03 WS-ND-PRED-SUB   PIC 9(4) COMP OCCURS 4 TIMES.
               03 WS-ND-DONE-SW    PIC X(1).
               03 WS-ND-START      PIC S9(7) COMP.
               03 WS-ND-END        PIC S9(7) COMP.
               03 WS-ND-DRIVER     PIC 9(4) COMP.
               03 WS-ND-CP-SW      PIC X(1).
               03 WS-ND-MISS-WIN   PIC X(1).
               03 WS-ND-MISS-SLA   PIC X(1).
               03 WS-ND-HOLD-TYPE  PIC X(1).
               03 WS-ND-HELD-PRED  PIC X(1).
       01 WS-ORDER-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ORDER-TABLE.
           02 WS-ORDER-SUB PIC 9(4) COMP OCCURS 200 TIMES.
       01 WS-PATH-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PATH-TABLE.
           02 WS-PATH-SUB PIC 9(4) COMP OCCURS 200 TIMES.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-P PIC 9(4) COMP VALUE ZERO.
       01 WS-LAST-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-PROGRESS-SW PIC X VALUE 'N'.
           88 PASS-MADE-PROGRESS VALUE 'Y'.
       01 WS-PREDS-DONE-SW PIC X VALUE 'N'.
           88 ALL-PREDS-DONE VALUE 'Y'.

       01 WS-NOW-SECS PIC S9(7) COMP.
       01 WS-CLOCK-SECS PIC S9(7) COMP.
       01 WS-OFFSET-SECS PIC S9(7) COMP.
       01 WS-EARLIEST PIC S9(7) COMP.
       01 WS-ELAPSED PIC S9(7) COMP.
       01 WS-STREAM-END PIC S9(7) COMP.
       01 WS-TEMP-TIME PIC 9(6).
       01 WS-TEMP-HH PIC 9(2).
       01 WS-TEMP-MM PIC 9(2).
       01 WS-TEMP-SS PIC 9(2).
       01 WS-WIN-LEN-MINS PIC S9(5) COMP.
       01 WS-WIN-OPEN-MINS PIC S9(5) COMP.
       01 WS-WIN-CLOSE-MINS PIC S9(5) COMP.
       01 WS-CLOCK-TEXT.
           02 WS-CLOCK-HH PIC 9(2).
           02 FILLER      PIC X(1) VALUE ':'.
           02 WS-CLOCK-MM PIC 9(2).
       01 WS-CLOCK-HHMM PIC 9(4).
       01 WS-HHMM-TIME.
           02 WS-HHMM-HH PIC 9(2).
           02 WS-HHMM-MM PIC 9(2).
       01 WS-DUE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-CLOSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MISS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(4) VALUE ZERO.

      * Projected-miss alerts already raised for the business date,
      * so a forecast rerun later in the night does not repeat them.
       01 WS-RAISED-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RAISED-TABLE.
           02 WS-RAISED-ENTRY OCCURS 400 TIMES.
               03 WS-RAISED-CODE PIC X(8).
               03 WS-RAISED-JOB  PIC X(8).
       01 WS-RAISED-SW PIC X VALUE 'N'.
           88 ALREADY-RAISED VALUE 'Y'.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-HEADING.
           02 FILLER PIC X(20) VALUE '  JOB       STATE   '.
           02 FILLER PIC X(20) VALUE 'EXPSEC  START  END  '.
           02 FILLER PIC X(20) VALUE '  WCLOSE  SLASEC  NO'.
           02 FILLER PIC X(20) VALUE 'TE                  '.
           02 FILLER PIC X(20) VALUE SPACES.
       01 WS-RPT-DETAIL.
           02 WS-RPT-D-CP    PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WS-RPT-D-JOB   PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-STATE PIC X(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WS-RPT-D-DUR   PIC Z(5)9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-START PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-END   PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-CLOSE PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-SLA   PIC Z(5)9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-MSG   PIC X(43).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT BATCHETA-RPT-FILE.
            MOVE '*** OVERNIGHT CRITICAL PATH AND PROJECTED COMPLETION *
      -         '**' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 0500-READ-PARM-CARD.
            PERFORM 1000-RESOLVE-RUN-DATE.
            PERFORM 1050-LOAD-PERIOD-CAL.
            PERFORM 1100-FIND-PERIOD-BOUNDARIES.
            PERFORM 1200-LOAD-RUN-PLAN.
            PERFORM 2000-BUILD-DUE-NETWORK.
            IF WS-NODE-COUNT > ZERO
                PERFORM 2200-LOAD-PREDECESSORS
                PERFORM 2300-LOAD-WINDOWS
                PERFORM 2400-LOAD-SLA-LIMITS
                PERFORM 2500-LOAD-DURATION-HISTORY
                PERFORM 2600-READ-RUN-STATES
                PERFORM 2700-CHECK-JOB-HOLDS
                PERFORM 3000-PROJECT-NETWORK
                PERFORM 3500-MARK-CRITICAL-PATH
                PERFORM 4000-LOAD-RAISED-ALERTS
                PERFORM 4100-ALERT-PROJECTED-MISSES
            END-IF.
            PERFORM 5000-PRINT-PROJECTIONS.
            PERFORM 5200-PRINT-CRITICAL-PATH.
            PERFORM 5400-PRINT-SUMMARY.
            CLOSE BATCHETA-RPT-FILE.
            DISPLAY 'BATCHETA COMPLETE - ' WS-NODE-COUNT ' JOB(S) DUE, '
                WS-MISS-COUNT ' PROJECTED MISS(ES), ' WS-ALERT-COUNT
                ' ALERT(S) RAISED'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE BATCHETA-PRM-REC.
            OPEN INPUT BATCHETA-PRM-FILE.
            IF WS-BATCHETA-PRM-STATUS = '00'
                READ BATCHETA-PRM-FILE
                    AT END
                        INITIALIZE BATCHETA-PRM-REC
                END-READ
                CLOSE BATCHETA-PRM-FILE
            END-IF.

       1000-RESOLVE-RUN-DATE.
            ACCEPT WRK-HORARIO FROM TIME.
            IF BE-RUN-DATE IS NUMERIC AND BE-RUN-DATE NOT = ZERO
                MOVE BE-RUN-DATE TO WS-RUN-DATE
            ELSE
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            END-IF.
            MOVE BE-REGION-CODE TO WS-REGION-CODE.
            IF BE-ASOF-TIME IS NUMERIC AND BE-ASOF-TIME NOT = ZERO
                MOVE BE-ASOF-TIME TO WS-HHMM-TIME
                COMPUTE WS-NOW-SECS = WS-HHMM-HH * 3600
                    + WS-HHMM-MM * 60
            ELSE
                COMPUTE WS-NOW-SECS = WRK-HORA * 3600
                    + WRK-MINUTOS * 60 + WRK-SEGUNDS
            END-IF.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-DATE-INT, 7).
            INITIALIZE DATESRV-PARM.
            SET DS-FUNC-IS-BUSDAY TO TRUE.
            MOVE WS-RUN-DATE TO DS-DATE-1.
            MOVE WS-REGION-CODE TO DS-REGION-CODE.
            CALL 'DATESRV' USING DATESRV-PARM.
            IF DS-RC-OK AND DS-IS-BUSDAY
                SET IS-BUSINESS-DAY TO TRUE
            ELSE
                SET NOT-BUSINESS-DAY TO TRUE
            END-IF.
            MOVE ZERO TO WS-OFFSET-SECS.
            PERFORM 9200-OFFSET-TO-CLOCK.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '  REGION: ' DELIMITED BY SIZE
                   WS-REGION-CODE DELIMITED BY SIZE
                   '  PROJECTED AS OF: ' DELIMITED BY SIZE
                   WS-CLOCK-TEXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF NOT-BUSINESS-DAY
                MOVE 'NOT A BUSINESS DAY - NO JOBS DUE FROM THE PLAN'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       1050-LOAD-PERIOD-CAL.
            MOVE ZERO TO WS-PERIOD-COUNT.
            OPEN INPUT PERIOD-CAL-FILE.
            IF WS-PERIOD-FILE-STATUS = '00'
                PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = '00'
                        OR WS-PERIOD-COUNT > 60
                    READ PERIOD-CAL-FILE
                        AT END
                            MOVE '10' TO WS-PERIOD-FILE-STATUS
                        NOT AT END
                            ADD 1 TO WS-PERIOD-COUNT
                            IF WS-PERIOD-COUNT <= 60
                                MOVE PER-ID
                                    TO WS-PER-ID(WS-PERIOD-COUNT)
                                MOVE PER-START
                                    TO WS-PER-START(WS-PERIOD-COUNT)
                                MOVE PER-END
                                    TO WS-PER-END(WS-PERIOD-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-CAL-FILE
                IF WS-PERIOD-COUNT > 60
                    DISPLAY '*** WARNING: PERIOD CALENDAR EXCEEDS '
                        '60 ENTRIES - EXTRA ROWS IGNORED ***'
                    MOVE 60 TO WS-PERIOD-COUNT
                END-IF
            END-IF.

      * Period-start and period-end jobs fire on the first and last
      * business day of the period, rolled inward exactly as RUNPLAN
      * rolls them.
       1100-FIND-PERIOD-BOUNDARIES.
            MOVE 'N' TO WS-PERIOD-FOUND-SW.
            MOVE ZERO TO WS-PER-FIRST-BUSDAY.
            MOVE ZERO TO WS-PER-LAST-BUSDAY.
            PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                    UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                    OR (WS-PER-START(WS-PER-SUB) <= WS-RUN-DATE
                        AND WS-RUN-DATE <= WS-PER-END(WS-PER-SUB))
                CONTINUE
            END-PERFORM.
            IF WS-PER-SUB <= WS-PERIOD-COUNT
                MOVE 'Y' TO WS-PERIOD-FOUND-SW
                MOVE WS-PER-START(WS-PER-SUB) TO WS-WORK-DATE
                PERFORM 1150-ROLL-FORWARD-BUSDAY
                MOVE WS-WORK-DATE TO WS-PER-FIRST-BUSDAY
                MOVE WS-PER-END(WS-PER-SUB) TO WS-WORK-DATE
                PERFORM 1160-ROLL-BACKWARD-BUSDAY
                MOVE WS-WORK-DATE TO WS-PER-LAST-BUSDAY
            END-IF.

       1150-ROLL-FORWARD-BUSDAY.
            INITIALIZE DATESRV-PARM.
            SET DS-FUNC-IS-BUSDAY TO TRUE.
            MOVE WS-WORK-DATE TO DS-DATE-1.
            MOVE WS-REGION-CODE TO DS-REGION-CODE.
            CALL 'DATESRV' USING DATESRV-PARM.
            IF DS-RC-OK AND DS-NOT-BUSDAY
                INITIALIZE DATESRV-PARM
                SET DS-FUNC-NEXT-BUSDAY TO TRUE
                MOVE WS-WORK-DATE TO DS-DATE-1
                MOVE WS-REGION-CODE TO DS-REGION-CODE
                CALL 'DATESRV' USING DATESRV-PARM
                IF DS-RC-OK
                    MOVE DS-RESULT-DATE TO WS-WORK-DATE
                END-IF
            END-IF.

       1160-ROLL-BACKWARD-BUSDAY.
            INITIALIZE DATESRV-PARM.
            SET DS-FUNC-IS-BUSDAY TO TRUE.
            MOVE WS-WORK-DATE TO DS-DATE-1.
            MOVE WS-REGION-CODE TO DS-REGION-CODE.
            CALL 'DATESRV' USING DATESRV-PARM.
            IF DS-RC-OK AND DS-NOT-BUSDAY
                INITIALIZE DATESRV-PARM
                SET DS-FUNC-PREV-BUSDAY TO TRUE
                MOVE WS-WORK-DATE TO DS-DATE-1
                MOVE WS-REGION-CODE TO DS-REGION-CODE
                CALL 'DATESRV' USING DATESRV-PARM
                IF DS-RC-OK
                    MOVE DS-RESULT-DATE TO WS-WORK-DATE
                END-IF
            END-IF.

       1200-LOAD-RUN-PLAN.
            MOVE ZERO TO WS-PLAN-COUNT.
            OPEN INPUT RUNPLAN-CTL-FILE.
            IF WS-RUNPLAN-FILE-STATUS = '00'
                PERFORM UNTIL WS-RUNPLAN-FILE-STATUS NOT = '00'
                    READ RUNPLAN-CTL-FILE
                        AT END
                            MOVE '10' TO WS-RUNPLAN-FILE-STATUS
                        NOT AT END
                            IF WS-PLAN-COUNT < 200
                                ADD 1 TO WS-PLAN-COUNT
                                MOVE PLN-JOB-NAME
                                    TO WS-PLN-JOB(WS-PLAN-COUNT)
                                MOVE PLN-FREQ-CODE
                                    TO WS-PLN-FREQ(WS-PLAN-COUNT)
                                MOVE PLN-FREQ-DAY
                                    TO WS-PLN-DAY(WS-PLAN-COUNT)
                                MOVE PLN-REGION
                                    TO WS-PLN-REGION(WS-PLAN-COUNT)
                            ELSE
                                DISPLAY '*** WARNING: RUN PLAN '
                                    'EXCEEDS 200 ENTRIES - EXTRA '
                                    'ROWS IGNORED ***'
                                MOVE '10' TO WS-RUNPLAN-FILE-STATUS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNPLAN-CTL-FILE
            END-IF.

      * A job due under more than one plan row (a blank-region row
      * and a regional row) is one node.
       2000-BUILD-DUE-NETWORK.
            MOVE ZERO TO WS-NODE-COUNT.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLAN-COUNT
                PERFORM 2100-RESOLVE-JOB-DUE
                IF JOB-IS-DUE
                    PERFORM VARYING WS-SUB-J FROM 1 BY 1
                                    UNTIL WS-SUB-J > WS-NODE-COUNT
                            OR WS-ND-JOB(WS-SUB-J) =
                                WS-PLN-JOB(WS-SUB-I)
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-J > WS-NODE-COUNT
                            AND WS-NODE-COUNT < 200
                        ADD 1 TO WS-NODE-COUNT
                        INITIALIZE WS-NODE-ENTRY(WS-NODE-COUNT)
                        MOVE WS-PLN-JOB(WS-SUB-I)
                            TO WS-ND-JOB(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-STATE(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-WIN-SW(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-DONE-SW(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-CP-SW(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-MISS-WIN(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-MISS-SLA(WS-NODE-COUNT)
                        MOVE 'N' TO WS-ND-HELD-PRED(WS-NODE-COUNT)
                    END-IF
                END-IF
            END-PERFORM.

      * The same due rules as RUNPLAN 3100-RESOLVE-JOB-DUE.
       2100-RESOLVE-JOB-DUE.
            MOVE 'N' TO WS-JOB-DUE-SW.
            IF IS-BUSINESS-DAY
                IF WS-PLN-REGION(WS-SUB-I) = SPACES
                        OR WS-PLN-REGION(WS-SUB-I) = WS-REGION-CODE
                    EVALUATE WS-PLN-FREQ(WS-SUB-I)
                        WHEN 'D'
                            MOVE 'Y' TO WS-JOB-DUE-SW
                        WHEN 'W'
                            IF WS-PLN-DAY(WS-SUB-I) = WS-DOW-NUM + 1
                                MOVE 'Y' TO WS-JOB-DUE-SW
                            END-IF
                        WHEN 'S'
                            IF PERIOD-FOUND
                                    AND WS-RUN-DATE =
                                        WS-PER-FIRST-BUSDAY
                                MOVE 'Y' TO WS-JOB-DUE-SW
                            END-IF
                        WHEN 'E'
                            IF PERIOD-FOUND
                                    AND WS-RUN-DATE =
                                        WS-PER-LAST-BUSDAY
                                MOVE 'Y' TO WS-JOB-DUE-SW
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

      * Only predecessors that are themselves due tonight join the
      * network; the node keeps the table subscript of each.
       2200-LOAD-PREDECESSORS.
            OPEN INPUT JOBDEP-CTL-FILE.
            IF WS-JOBDEP-FILE-STATUS = '00'
                PERFORM UNTIL WS-JOBDEP-FILE-STATUS NOT = '00'
                    READ JOBDEP-CTL-FILE
                        AT END
                            MOVE '10' TO WS-JOBDEP-FILE-STATUS
                        NOT AT END
                            PERFORM 2250-LINK-ONE-JOBDEP-ROW
                    END-READ
                END-PERFORM
                CLOSE JOBDEP-CTL-FILE
            END-IF.

       2250-LINK-ONE-JOBDEP-ROW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                    OR WS-ND-JOB(WS-SUB-I) = DEP-JOB-NAME
                CONTINUE
            END-PERFORM.
            IF WS-SUB-I <= WS-NODE-COUNT
                PERFORM VARYING WS-SUB-P FROM 1 BY 1
                        UNTIL WS-SUB-P > 4
                    MOVE ZERO TO WS-ND-PRED-SUB(WS-SUB-I, WS-SUB-P)
                    IF DEP-PRED-NAME(WS-SUB-P) NOT = SPACES
                            AND DEP-PRED-NAME(WS-SUB-P)
                                NOT = DEP-JOB-NAME
                        PERFORM VARYING WS-SUB-J FROM 1 BY 1
                                UNTIL WS-SUB-J > WS-NODE-COUNT
                                OR WS-ND-JOB(WS-SUB-J)
                                    = DEP-PRED-NAME(WS-SUB-P)
                            CONTINUE
                        END-PERFORM
                        IF WS-SUB-J <= WS-NODE-COUNT
                            MOVE WS-SUB-J
                                TO WS-ND-PRED-SUB(WS-SUB-I, WS-SUB-P)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      * Window open and close become offsets from the as-of time; the
      * close is measured from the open as PROGCOB03 measures it, so a
      * window spanning midnight closes the next morning.
       2300-LOAD-WINDOWS.
            OPEN INPUT WINDOW-CTL-FILE.
            IF WS-WINDOW-FILE-STATUS = '00'
                PERFORM UNTIL WS-WINDOW-FILE-STATUS NOT = '00'
                    READ WINDOW-CTL-FILE
                        AT END
                            MOVE '10' TO WS-WINDOW-FILE-STATUS
                        NOT AT END
                            PERFORM 2350-SET-ONE-WINDOW
                    END-READ
                END-PERFORM
                CLOSE WINDOW-CTL-FILE
            END-IF.

       2350-SET-ONE-WINDOW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                    OR WS-ND-JOB(WS-SUB-I) = WIN-JOB-NAME
                CONTINUE
            END-PERFORM.
            IF WS-SUB-I <= WS-NODE-COUNT
                    AND WS-ND-WIN-SW(WS-SUB-I) = 'N'
                MOVE 'Y' TO WS-ND-WIN-SW(WS-SUB-I)
                MOVE WIN-OPEN-TIME TO WS-HHMM-TIME
                COMPUTE WS-WIN-OPEN-MINS =
                    WS-HHMM-HH * 60 + WS-HHMM-MM
                MOVE WIN-CLOSE-TIME TO WS-HHMM-TIME
                COMPUTE WS-WIN-CLOSE-MINS =
                    WS-HHMM-HH * 60 + WS-HHMM-MM
                COMPUTE WS-WIN-LEN-MINS =
                    WS-WIN-CLOSE-MINS - WS-WIN-OPEN-MINS
                IF WS-WIN-LEN-MINS < ZERO
                    ADD 1440 TO WS-WIN-LEN-MINS
                END-IF
                COMPUTE WS-CLOCK-SECS = WS-WIN-OPEN-MINS * 60
                PERFORM 9100-CLOCK-TO-OFFSET
                MOVE WS-OFFSET-SECS TO WS-ND-WIN-OPEN(WS-SUB-I)
                COMPUTE WS-ND-WIN-CLOSE(WS-SUB-I) =
                    WS-OFFSET-SECS + WS-WIN-LEN-MINS * 60
                MOVE WIN-CLOSE-TIME TO WS-ND-WIN-CLOSE-HHMM(WS-SUB-I)
            END-IF.

       2400-LOAD-SLA-LIMITS.
            OPEN INPUT SLA-CTL-FILE.
            IF WS-SLA-FILE-STATUS = '00'
                PERFORM UNTIL WS-SLA-FILE-STATUS NOT = '00'
                    READ SLA-CTL-FILE
                        AT END
                            MOVE '10' TO WS-SLA-FILE-STATUS
                        NOT AT END
                            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                                    UNTIL WS-SUB-I > WS-NODE-COUNT
                                IF WS-ND-JOB(WS-SUB-I) = SLA-JOB-NAME
                                    MOVE SLA-MAX-SECS
                                        TO WS-ND-SLA-SECS(WS-SUB-I)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE SLA-CTL-FILE
            END-IF.

      * Expected duration is the mean elapsed time over the RUNDUR.DAT
      * history retained on file (housekeeping trims it to the
      * retention period). A job with no history is projected at its
      * SLA maximum, or as instantaneous when it has no SLA either.
       2500-LOAD-DURATION-HISTORY.
            OPEN INPUT RUNDUR-FILE.
            IF WS-RUNDUR-FILE-STATUS = '00'
                PERFORM UNTIL WS-RUNDUR-FILE-STATUS NOT = '00'
                    READ RUNDUR-FILE
                        AT END
                            MOVE '10' TO WS-RUNDUR-FILE-STATUS
                        NOT AT END
                            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                                    UNTIL WS-SUB-I > WS-NODE-COUNT
                                    OR WS-ND-JOB(WS-SUB-I) = RD-JOB-NAME
                                CONTINUE
                            END-PERFORM
                            IF WS-SUB-I <= WS-NODE-COUNT
                                ADD RD-ELAPSED-SECS
                                    TO WS-ND-HIST-SUM(WS-SUB-I)
                                ADD 1 TO WS-ND-HIST-CNT(WS-SUB-I)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNDUR-FILE
            END-IF.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                IF WS-ND-HIST-CNT(WS-SUB-I) > ZERO
                    COMPUTE WS-ND-DUR-SECS(WS-SUB-I) ROUNDED =
                        WS-ND-HIST-SUM(WS-SUB-I)
                        / WS-ND-HIST-CNT(WS-SUB-I)
                ELSE
                    MOVE WS-ND-SLA-SECS(WS-SUB-I)
                        TO WS-ND-DUR-SECS(WS-SUB-I)
                END-IF
            END-PERFORM.

       2600-READ-RUN-STATES.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RUNCTL-FILE-STATUS = '00'
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-NODE-COUNT
                    MOVE WS-ND-JOB(WS-SUB-I) TO RC-JOB-NAME
                    MOVE WS-RUN-DATE TO RC-RUN-DATE
                    READ RUNCTL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RC-STATUS TO WS-ND-STATE(WS-SUB-I)
                            MOVE RC-RUN-ID TO WS-ND-RUN-ID(WS-SUB-I)
                            MOVE RC-OPEN-TIME
                                TO WS-ND-OPEN-TIME(WS-SUB-I)
                            MOVE RC-CLOSE-TIME
                                TO WS-ND-CLOSE-TIME(WS-SUB-I)
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
            END-IF.

      * Only a job still to start - no run yet, or failed and due a
      * rerun - can be held back; a run already open or closed has
      * passed the check in PROGCOB03.
       2700-CHECK-JOB-HOLDS.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                IF WS-ND-STATE(WS-SUB-I) NOT = 'C'
                        AND WS-ND-STATE(WS-SUB-I) NOT = 'O'
                    INITIALIZE HLDCHK-PARM
                    MOVE WS-ND-JOB(WS-SUB-I) TO HK-JOB-NAME
                    MOVE WS-REGION-CODE TO HK-REGION-CODE
                    MOVE WS-RUN-DATE TO HK-RUN-DATE
                    CALL 'HLDCHK' USING HLDCHK-PARM
                    IF HK-HELD
                        MOVE 'H' TO WS-ND-STATE(WS-SUB-I)
                        MOVE HK-HOLD-TYPE TO WS-ND-HOLD-TYPE(WS-SUB-I)
                    END-IF
                END-IF
            END-PERFORM.

      * Forward pass: each pass projects every job whose in-network
      * predecessors are all projected, until a pass finds nothing
      * more to do. Jobs left over sit on a predecessor cycle.
       3000-PROJECT-NETWORK.
            MOVE ZERO TO WS-ORDER-COUNT.
            MOVE 'Y' TO WS-PROGRESS-SW.
            PERFORM UNTIL NOT PASS-MADE-PROGRESS
                MOVE 'N' TO WS-PROGRESS-SW
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-NODE-COUNT
                    IF WS-ND-DONE-SW(WS-SUB-I) = 'N'
                        PERFORM 3050-CHECK-PREDS-DONE
                        IF ALL-PREDS-DONE
                            PERFORM 3100-PROJECT-ONE-JOB
                            MOVE 'Y' TO WS-ND-DONE-SW(WS-SUB-I)
                            MOVE 'Y' TO WS-PROGRESS-SW
                            ADD 1 TO WS-ORDER-COUNT
                            MOVE WS-SUB-I
                                TO WS-ORDER-SUB(WS-ORDER-COUNT)
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.

       3050-CHECK-PREDS-DONE.
            MOVE 'Y' TO WS-PREDS-DONE-SW.
            PERFORM VARYING WS-SUB-P FROM 1 BY 1
                    UNTIL WS-SUB-P > 4
                MOVE WS-ND-PRED-SUB(WS-SUB-I, WS-SUB-P) TO WS-SUB-J
                IF WS-SUB-J > ZERO
                    IF WS-ND-DONE-SW(WS-SUB-J) = 'N'
                        MOVE 'N' TO WS-PREDS-DONE-SW
                    END-IF
                END-IF
            END-PERFORM.

      * Closed runs keep their actual times. An open run ends at its
      * open time plus the expected duration, or now if it has
      * already run longer. A failed run is projected as a rerun and
      * a job not yet started as a first run: either starts at the
      * latest of now, its window open and its predecessors' ends.
      * A held job is not projected, and a held predecessor does not
      * hold up the jobs after it.
       3100-PROJECT-ONE-JOB.
            MOVE ZERO TO WS-ND-DRIVER(WS-SUB-I).
            EVALUATE WS-ND-STATE(WS-SUB-I)
                WHEN 'H'
                    ADD 1 TO WS-HELD-COUNT
                    MOVE ZERO TO WS-ND-START(WS-SUB-I)
                    MOVE ZERO TO WS-ND-END(WS-SUB-I)
                WHEN 'C'
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE WS-ND-OPEN-TIME(WS-SUB-I) TO WS-TEMP-TIME
                    PERFORM 9050-TIME-TO-OFFSET
                    MOVE WS-OFFSET-SECS TO WS-ND-START(WS-SUB-I)
                    MOVE WS-ND-CLOSE-TIME(WS-SUB-I) TO WS-TEMP-TIME
                    PERFORM 9050-TIME-TO-OFFSET
                    MOVE WS-OFFSET-SECS TO WS-ND-END(WS-SUB-I)
                    IF WS-ND-END(WS-SUB-I) < WS-ND-START(WS-SUB-I)
                        ADD 86400 TO WS-ND-END(WS-SUB-I)
                    END-IF
                WHEN 'O'
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE WS-ND-OPEN-TIME(WS-SUB-I) TO WS-TEMP-TIME
                    PERFORM 9050-TIME-TO-OFFSET
                    MOVE WS-OFFSET-SECS TO WS-ND-START(WS-SUB-I)
                    COMPUTE WS-ND-END(WS-SUB-I) =
                        WS-ND-START(WS-SUB-I) + WS-ND-DUR-SECS(WS-SUB-I)
                    IF WS-ND-END(WS-SUB-I) < ZERO
                        MOVE ZERO TO WS-ND-END(WS-SUB-I)
                    END-IF
                WHEN OTHER
                    IF WS-ND-STATE(WS-SUB-I) = 'F'
                        ADD 1 TO WS-FAILED-COUNT
                    ELSE
                        ADD 1 TO WS-WAITING-COUNT
                    END-IF
                    MOVE ZERO TO WS-EARLIEST
                    IF WS-ND-WIN-SW(WS-SUB-I) = 'Y'
                            AND WS-ND-WIN-OPEN(WS-SUB-I) > WS-EARLIEST
                        MOVE WS-ND-WIN-OPEN(WS-SUB-I) TO WS-EARLIEST
                    END-IF
                    PERFORM VARYING WS-SUB-P FROM 1 BY 1
                            UNTIL WS-SUB-P > 4
                        MOVE WS-ND-PRED-SUB(WS-SUB-I, WS-SUB-P)
                            TO WS-SUB-J
                        EVALUATE TRUE
                            WHEN WS-SUB-J = ZERO
                                CONTINUE
                            WHEN WS-ND-STATE(WS-SUB-J) = 'H'
                                MOVE 'Y' TO WS-ND-HELD-PRED(WS-SUB-I)
                            WHEN WS-ND-END(WS-SUB-J) > WS-EARLIEST
                                MOVE WS-ND-END(WS-SUB-J) TO WS-EARLIEST
                                MOVE WS-SUB-J TO WS-ND-DRIVER(WS-SUB-I)
                        END-EVALUATE
                    END-PERFORM
                    MOVE WS-EARLIEST TO WS-ND-START(WS-SUB-I)
                    COMPUTE WS-ND-END(WS-SUB-I) =
                        WS-EARLIEST + WS-ND-DUR-SECS(WS-SUB-I)
            END-EVALUATE.
            IF WS-ND-STATE(WS-SUB-I) NOT = 'C'
                    AND WS-ND-STATE(WS-SUB-I) NOT = 'H'
                PERFORM 3200-CHECK-PROJECTED-MISS
            END-IF.

       3200-CHECK-PROJECTED-MISS.
            IF WS-ND-WIN-SW(WS-SUB-I) = 'Y'
                    AND WS-ND-END(WS-SUB-I) > WS-ND-WIN-CLOSE(WS-SUB-I)
                MOVE 'Y' TO WS-ND-MISS-WIN(WS-SUB-I)
            END-IF.
            COMPUTE WS-ELAPSED =
                WS-ND-END(WS-SUB-I) - WS-ND-START(WS-SUB-I).
            IF WS-ND-SLA-SECS(WS-SUB-I) > ZERO
                    AND WS-ELAPSED > WS-ND-SLA-SECS(WS-SUB-I)
                MOVE 'Y' TO WS-ND-MISS-SLA(WS-SUB-I)
            END-IF.
            IF WS-ND-MISS-WIN(WS-SUB-I) = 'Y'
                    OR WS-ND-MISS-SLA(WS-SUB-I) = 'Y'
                ADD 1 TO WS-MISS-COUNT
            END-IF.

      * The critical path ends at the job with the latest projected
      * end and is walked back through the predecessor that drove
      * each start. Held jobs have no projected end and are left off.
       3500-MARK-CRITICAL-PATH.
            MOVE ZERO TO WS-LAST-SUB.
            MOVE ZERO TO WS-PATH-COUNT.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                IF WS-ND-DONE-SW(WS-SUB-I) = 'Y'
                        AND WS-ND-STATE(WS-SUB-I) NOT = 'H'
                    IF WS-LAST-SUB = ZERO
                        MOVE WS-SUB-I TO WS-LAST-SUB
                    ELSE
                        IF WS-ND-END(WS-SUB-I) > WS-ND-END(WS-LAST-SUB)
                            MOVE WS-SUB-I TO WS-LAST-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-LAST-SUB > ZERO
                MOVE WS-ND-END(WS-LAST-SUB) TO WS-STREAM-END
            END-IF.
            MOVE WS-LAST-SUB TO WS-SUB-J.
            PERFORM UNTIL WS-SUB-J = ZERO
                    OR WS-PATH-COUNT >= 200
                MOVE 'Y' TO WS-ND-CP-SW(WS-SUB-J)
                ADD 1 TO WS-PATH-COUNT
                MOVE WS-SUB-J TO WS-PATH-SUB(WS-PATH-COUNT)
                MOVE WS-ND-DRIVER(WS-SUB-J) TO WS-SUB-J
            END-PERFORM.

       4000-LOAD-RAISED-ALERTS.
            MOVE ZERO TO WS-RAISED-COUNT.
            OPEN INPUT OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '00'
                PERFORM UNTIL WS-OPSALERT-FILE-STATUS NOT = '00'
                    READ OPSALERT-FILE
                        AT END
                            MOVE '10' TO WS-OPSALERT-FILE-STATUS
                        NOT AT END
                            IF (AL-ALERT-CODE = 'ETAWINDW'
                                    OR AL-ALERT-CODE = 'ETASLABR')
                                    AND AL-RUN-DATE = WS-RUN-DATE
                                    AND WS-RAISED-COUNT < 400
                                ADD 1 TO WS-RAISED-COUNT
                                MOVE AL-ALERT-CODE
                                    TO WS-RAISED-CODE(WS-RAISED-COUNT)
                                MOVE AL-MESSAGE(1:8)
                                    TO WS-RAISED-JOB(WS-RAISED-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPSALERT-FILE
            END-IF.

      * The alert message leads with the job name so the next run of
      * the forecast can tell which job an earlier alert was for.
       4100-ALERT-PROJECTED-MISSES.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                IF WS-ND-MISS-WIN(WS-SUB-I) = 'Y'
                    MOVE 'ETAWINDW' TO WS-ALERT-CODE
                    MOVE WS-ND-END(WS-SUB-I) TO WS-OFFSET-SECS
                    PERFORM 9200-OFFSET-TO-CLOCK
                    MOVE SPACES TO WS-ALERT-MESSAGE
                    STRING WS-ND-JOB(WS-SUB-I) DELIMITED BY SIZE
                           ' PROJECTED END ' DELIMITED BY SIZE
                           WS-CLOCK-TEXT DELIMITED BY SIZE
                           ' AFTER WINDOW CLOSE ' DELIMITED BY SIZE
                           WS-ND-WIN-CLOSE-HHMM(WS-SUB-I)
                               DELIMITED BY SIZE
                           INTO WS-ALERT-MESSAGE
                    END-STRING
                    PERFORM 4200-RAISE-ONE-ALERT
                END-IF
                IF WS-ND-MISS-SLA(WS-SUB-I) = 'Y'
                    MOVE 'ETASLABR' TO WS-ALERT-CODE
                    MOVE SPACES TO WS-ALERT-MESSAGE
                    STRING WS-ND-JOB(WS-SUB-I) DELIMITED BY SIZE
                           ' PROJECTED TO RUN PAST SLA MAX OF '
                               DELIMITED BY SIZE
                           WS-ND-SLA-SECS(WS-SUB-I) DELIMITED BY SIZE
                           ' SECS' DELIMITED BY SIZE
                           INTO WS-ALERT-MESSAGE
                    END-STRING
                    PERFORM 4200-RAISE-ONE-ALERT
                END-IF
            END-PERFORM.

       4200-RAISE-ONE-ALERT.
            MOVE 'N' TO WS-RAISED-SW.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-RAISED-COUNT
                    OR ALREADY-RAISED
                IF WS-RAISED-CODE(WS-SUB-J) = WS-ALERT-CODE
                        AND WS-RAISED-JOB(WS-SUB-J) =
                            WS-ND-JOB(WS-SUB-I)
                    MOVE 'Y' TO WS-RAISED-SW
                END-IF
            END-PERFORM.
            IF NOT ALREADY-RAISED
                MOVE '2' TO WS-ALERT-SEVERITY
                MOVE WS-ND-RUN-ID(WS-SUB-I) TO WS-ALERT-RUN-ID
                MOVE WS-RUN-DATE TO WS-ALERT-RUN-DATE
                PERFORM 4500-WRITE-OPS-ALERT
                ADD 1 TO WS-ALERT-COUNT
                IF WS-RAISED-COUNT < 400
                    ADD 1 TO WS-RAISED-COUNT
                    MOVE WS-ALERT-CODE
                        TO WS-RAISED-CODE(WS-RAISED-COUNT)
                    MOVE WS-ND-JOB(WS-SUB-I)
                        TO WS-RAISED-JOB(WS-RAISED-COUNT)
                END-IF
            END-IF.

       4500-WRITE-OPS-ALERT.
            OPEN EXTEND OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '35'
                OPEN OUTPUT OPSALERT-FILE
            END-IF.
            INITIALIZE OPSALERT-REC.
            MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
            MOVE WS-ALERT-CODE     TO AL-ALERT-CODE.
            MOVE WS-ALERT-RUN-ID   TO AL-RUN-ID.
            MOVE WS-ALERT-RUN-DATE TO AL-RUN-DATE.
            MOVE WRK-HORARIO       TO AL-ALERT-TIME.
            MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE.
            ACCEPT WS-ALERT-STAMP-DATE FROM DATE YYYYMMDD.
            MOVE WS-ALERT-STAMP-DATE TO AL-ALERT-DATE.
            WRITE OPSALERT-REC.
            CLOSE OPSALERT-FILE.

       5000-PRINT-PROJECTIONS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* JOB PROJECTIONS (* = ON THE CRITICAL PATH) *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-NODE-COUNT = ZERO
                MOVE '(NO JOBS DUE ON THE BUSINESS DATE)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-ORDER-COUNT
                MOVE WS-ORDER-SUB(WS-SUB-J) TO WS-SUB-I
                PERFORM 5100-PRINT-ONE-JOB
            END-PERFORM.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-NODE-COUNT
                IF WS-ND-DONE-SW(WS-SUB-I) = 'N'
                    INITIALIZE WS-RPT-DETAIL
                    MOVE WS-ND-JOB(WS-SUB-I) TO WS-RPT-D-JOB
                    MOVE 'PREDECESSOR CYCLE - NOT PROJECTED'
                        TO WS-RPT-D-MSG
                    MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.

       5100-PRINT-ONE-JOB.
            INITIALIZE WS-RPT-DETAIL.
            IF WS-ND-CP-SW(WS-SUB-I) = 'Y'
                MOVE '*' TO WS-RPT-D-CP
            END-IF.
            MOVE WS-ND-JOB(WS-SUB-I) TO WS-RPT-D-JOB.
            EVALUATE WS-ND-STATE(WS-SUB-I)
                WHEN 'C'
                    MOVE 'CLOSED' TO WS-RPT-D-STATE
                WHEN 'O'
                    MOVE 'RUNNING' TO WS-RPT-D-STATE
                WHEN 'F'
                    MOVE 'FAILED' TO WS-RPT-D-STATE
                WHEN 'H'
                    MOVE 'HELD' TO WS-RPT-D-STATE
                WHEN OTHER
                    MOVE 'WAITING' TO WS-RPT-D-STATE
            END-EVALUATE.
            MOVE WS-ND-DUR-SECS(WS-SUB-I) TO WS-RPT-D-DUR.
            IF WS-ND-STATE(WS-SUB-I) = 'H'
                MOVE ' --- ' TO WS-RPT-D-START
                MOVE ' --- ' TO WS-RPT-D-END
            ELSE
                MOVE WS-ND-START(WS-SUB-I) TO WS-OFFSET-SECS
                PERFORM 9200-OFFSET-TO-CLOCK
                MOVE WS-CLOCK-TEXT TO WS-RPT-D-START
                MOVE WS-ND-END(WS-SUB-I) TO WS-OFFSET-SECS
                PERFORM 9200-OFFSET-TO-CLOCK
                MOVE WS-CLOCK-TEXT TO WS-RPT-D-END
            END-IF.
            IF WS-ND-WIN-SW(WS-SUB-I) = 'Y'
                MOVE WS-ND-WIN-CLOSE(WS-SUB-I) TO WS-OFFSET-SECS
                PERFORM 9200-OFFSET-TO-CLOCK
                MOVE WS-CLOCK-TEXT TO WS-RPT-D-CLOSE
            ELSE
                MOVE ' --- ' TO WS-RPT-D-CLOSE
            END-IF.
            MOVE WS-ND-SLA-SECS(WS-SUB-I) TO WS-RPT-D-SLA.
            EVALUATE TRUE
                WHEN WS-ND-STATE(WS-SUB-I) = 'H'
                        AND WS-ND-HOLD-TYPE(WS-SUB-I) = 'R'
                    MOVE 'HELD (REGION FREEZE) - NOT PROJECTED'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-STATE(WS-SUB-I) = 'H'
                        AND WS-ND-HOLD-TYPE(WS-SUB-I) = 'A'
                    MOVE 'HELD (ALL-JOBS FREEZE) - NOT PROJECTED'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-STATE(WS-SUB-I) = 'H'
                    MOVE 'HELD (JOB HOLD) - NOT PROJECTED'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-MISS-WIN(WS-SUB-I) = 'Y'
                        AND WS-ND-MISS-SLA(WS-SUB-I) = 'Y'
                    MOVE 'PROJECTED TO MISS WINDOW AND SLA'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-MISS-WIN(WS-SUB-I) = 'Y'
                    MOVE 'PROJECTED TO END AFTER WINDOW CLOSE'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-MISS-SLA(WS-SUB-I) = 'Y'
                    MOVE 'PROJECTED TO RUN PAST SLA MAXIMUM'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-STATE(WS-SUB-I) = 'F'
                    MOVE 'FAILED - PROJECTED AS A RERUN'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-HELD-PRED(WS-SUB-I) = 'Y'
                    MOVE 'PREDECESSOR HELD - NOT WAITED FOR'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-STATE(WS-SUB-I) = 'O'
                        AND WS-ND-END(WS-SUB-I) = ZERO
                    MOVE 'RUNNING LONGER THAN EXPECTED'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-HIST-CNT(WS-SUB-I) = ZERO
                        AND WS-ND-STATE(WS-SUB-I) NOT = 'C'
                    MOVE 'NO RUNDUR HISTORY - SLA MAXIMUM USED'
                        TO WS-RPT-D-MSG
                WHEN WS-ND-WIN-SW(WS-SUB-I) = 'N'
                    MOVE 'NO WINDOW.CTL ROW' TO WS-RPT-D-MSG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * The path was collected from its last job backwards; it is
      * printed first job first.
       5200-PRINT-CRITICAL-PATH.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* CRITICAL PATH *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-PATH-COUNT = ZERO
                MOVE '(NO CRITICAL PATH - NOTHING PROJECTED)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SUB-J FROM WS-PATH-COUNT BY -1
                    UNTIL WS-SUB-J < 1
                MOVE WS-PATH-SUB(WS-SUB-J) TO WS-SUB-I
                PERFORM 5100-PRINT-ONE-JOB
            END-PERFORM.

       5400-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE WS-NODE-COUNT TO WS-DUE-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'JOBS DUE: ' DELIMITED BY SIZE
                   WS-DUE-COUNT DELIMITED BY SIZE
                   '  CLOSED: ' DELIMITED BY SIZE
                   WS-CLOSED-COUNT DELIMITED BY SIZE
                   '  RUNNING: ' DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   '  FAILED: ' DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   '  NOT STARTED: ' DELIMITED BY SIZE
                   WS-WAITING-COUNT DELIMITED BY SIZE
                   '  HELD: ' DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-LAST-SUB > ZERO
                MOVE WS-STREAM-END TO WS-OFFSET-SECS
                PERFORM 9200-OFFSET-TO-CLOCK
                MOVE SPACES TO WS-RPT-LINE
                STRING 'STREAM PROJECTED TO FINISH AT '
                           DELIMITED BY SIZE
                       WS-CLOCK-TEXT DELIMITED BY SIZE
                       ' WITH ' DELIMITED BY SIZE
                       WS-ND-JOB(WS-LAST-SUB) DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PROJECTED MISSES: ' DELIMITED BY SIZE
                   WS-MISS-COUNT DELIMITED BY SIZE
                   '  NEW ALERTS RAISED: ' DELIMITED BY SIZE
                   WS-ALERT-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO BATCHETA-RPT-REC.
            WRITE BATCHETA-RPT-REC.

      * An HHMMSS clock time taken as the nearest occurrence to the
      * as-of time - within twelve hours either side.
       9050-TIME-TO-OFFSET.
            MOVE WS-TEMP-TIME(1:2) TO WS-TEMP-HH.
            MOVE WS-TEMP-TIME(3:2) TO WS-TEMP-MM.
            MOVE WS-TEMP-TIME(5:2) TO WS-TEMP-SS.
            COMPUTE WS-CLOCK-SECS =
                WS-TEMP-HH * 3600 + WS-TEMP-MM * 60 + WS-TEMP-SS.
            PERFORM 9100-CLOCK-TO-OFFSET.

       9100-CLOCK-TO-OFFSET.
            COMPUTE WS-OFFSET-SECS = WS-CLOCK-SECS - WS-NOW-SECS.
            IF WS-OFFSET-SECS > 43200
                SUBTRACT 86400 FROM WS-OFFSET-SECS
            END-IF.
            IF WS-OFFSET-SECS < -43200
                ADD 86400 TO WS-OFFSET-SECS
            END-IF.

       9200-OFFSET-TO-CLOCK.
            COMPUTE WS-CLOCK-SECS = WS-NOW-SECS + WS-OFFSET-SECS.
            PERFORM UNTIL WS-CLOCK-SECS >= ZERO
                ADD 86400 TO WS-CLOCK-SECS
            END-PERFORM.
            PERFORM UNTIL WS-CLOCK-SECS < 86400
                SUBTRACT 86400 FROM WS-CLOCK-SECS
            END-PERFORM.
            COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600.
            COMPUTE WS-CLOCK-MM =
                (WS-CLOCK-SECS - WS-CLOCK-HH * 3600) / 60.
            COMPUTE WS-CLOCK-HHMM = WS-CLOCK-HH * 100 + WS-CLOCK-MM.

       END PROGRAM BATCHETA.
