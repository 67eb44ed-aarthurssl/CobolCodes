      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: RECUPERACAO DE DIAS UTEIS NAO PROCESSADOS (CATCHUP)
      *          Catch-up after an outage. Plan mode (the default)
      *          takes every RUNPLAN.CTL job, finds its last closed
      *          run on RUNCTL.MST and lists every business date
      *          since then on which the job was due - the RUNPLAN
      *          frequency rules, with region-aware business days
      *          from DATESRV - through the catch-up date. The plan
      *          is sequenced by business date and JOBDEP.CTL
      *          predecessor order and written to CATCHUP.PLN with
      *          the CATCHUP.RPT listing for review; dates inside a
      *          period closed on PERSTAT.CTL are refused. Release
      *          mode re-checks the reviewed plan and writes the
      *          keyword cards the scheduler drives to CATCHUP.CRD,
      *          each carrying CATCHUP=Y so PROGCOB03 marks the open
      *          as a catch-up run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCHUP-PRM-FILE ASSIGN TO "CATCHUP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-PRM-STATUS.
           SELECT RUNPLAN-CTL-FILE ASSIGN TO "RUNPLAN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPLAN-FILE-STATUS.
           SELECT PERIOD-CAL-FILE ASSIGN TO "PERIOD.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO "PERSTAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-FILE-STATUS.
           SELECT JOBDEP-CTL-FILE ASSIGN TO "JOBDEP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT CATCHUP-SRT-FILE ASSIGN TO "CATCHUP.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-SRT-STATUS.
           SELECT SORT-WORK-1 ASSIGN TO "SORTWK1".
           SELECT CATCHUP-PLN-FILE ASSIGN TO "CATCHUP.PLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-PLN-STATUS.
           SELECT CATCHUP-CRD-FILE ASSIGN TO "CATCHUP.CRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-CRD-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT CATCHUP-RPT-FILE ASSIGN TO "CATCHUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATCHUP-PRM-FILE.
      * CU-MODE: 'P' or blank = build the plan for review, 'R' =
      * release the reviewed CATCHUP.PLN as scheduler cards.
      * CU-THRU-DATE: last business date to catch up (zero = the day
      * before today). CU-REGION-CODE: one region only; blank plans
      * every region named on RUNPLAN.CTL. CU-LOOKBACK: calendar days
      * searched back from the catch-up date (zero = 31); a job with
      * no closed run inside that reach is planned from its start.
       01  CATCHUP-PRM-REC.
           02 CU-MODE        PIC X(1).
               88 CU-MODE-RELEASE VALUE 'R'.
           02 CU-THRU-DATE   PIC 9(8).
           02 CU-REGION-CODE PIC X(2).
           02 CU-LOOKBACK    PIC 9(3).
           02 CU-RESERVED    PIC X(66).
       FD  RUNPLAN-CTL-FILE.
       COPY PLNREC.
       FD  PERIOD-CAL-FILE.
       COPY PERREC.
       FD  PERSTAT-FILE.
       COPY PSTREC.
       FD  JOBDEP-CTL-FILE.
       COPY DEPREC.
       FD  RUNCTL-FILE.
       COPY RCTLREC.
       FD  CATCHUP-SRT-FILE.
       01  CATCHUP-SRT-REC PIC X(60).
       SD  SORT-WORK-1.
       01  SORT-PLAN-REC.
           02 ST-RUN-DATE     PIC 9(8).
           02 ST-DEP-LEVEL    PIC 9(2).
           02 ST-JOB-NAME     PIC X(8).
           02 ST-REGION-CODE  PIC X(2).
           02 ST-ACTION       PIC X(1).
           02 ST-FREQ-CODE    PIC X(1).
           02 ST-PERIOD-ID    PIC X(6).
           02 ST-LAST-CLOSED  PIC 9(8).
           02 ST-PLAN-DATE    PIC 9(8).
           02 ST-RESERVED     PIC X(16).
       FD  CATCHUP-PLN-FILE.
       COPY CUPREC.
       FD  CATCHUP-CRD-FILE.
       COPY CUCREC.
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  CATCHUP-RPT-FILE.
       01  CATCHUP-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CATCHUP-PRM-STATUS PIC XX VALUE '00'.
       01 WS-RUNPLAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERSTAT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBDEP-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-CATCHUP-SRT-STATUS PIC XX VALUE '00'.
       01 WS-CATCHUP-PLN-STATUS PIC XX VALUE '00'.
       01 WS-CATCHUP-CRD-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-CATCHUP-RPT-STATUS PIC XX VALUE '00'.

      * Business-day questions are answered by the DATESRV subprogram
      * so the plan resolves dates against the same calendar as the
      * nightly stream.
       COPY DATEPRM.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-THRU-DATE PIC 9(8).
       01 WS-FIRST-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LOOKBACK PIC 9(3) VALUE 31.
       01 WS-REGION-CODE PIC X(2) VALUE SPACES.
       01 WS-DATE-INT PIC S9(9) COMP.
       01 WS-FIRST-INT PIC S9(9) COMP.
       01 WS-THRU-INT PIC S9(9) COMP.
       01 WS-DOW-NUM PIC 9.

       01 WS-PLAN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-TABLE.
           02 WS-PLAN-ENTRY OCCURS 200 TIMES.
               03 WS-PLN-JOB         PIC X(8).
               03 WS-PLN-FREQ        PIC X(1).
               03 WS-PLN-DAY         PIC 9(1).
               03 WS-PLN-REGION      PIC X(2).
               03 WS-PLN-LEVEL       PIC 9(2).
               03 WS-PLN-LAST-CLOSED PIC 9(8).

      * Latest PERSTAT.CTL status is carried beside each period: 'C'
      * means the period is closed and no catch-up may land in it.
       01 WS-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 60 TIMES.
               03 WS-PER-ID     PIC X(6).
               03 WS-PER-START  PIC 9(8).
               03 WS-PER-END    PIC 9(8).
               03 WS-PER-STATUS PIC X(1).
       01 WS-PER-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-CUR-PER-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-PERIOD-FOUND-SW PIC X VALUE 'N'.
           88 PERIOD-FOUND VALUE 'Y'.
       01 WS-PERIOD-LOCKED-SW PIC X VALUE 'N'.
           88 PERIOD-LOCKED VALUE 'Y'.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-JOB-DUE-SW PIC X VALUE 'N'.
           88 JOB-IS-DUE VALUE 'Y'.

      * One entry per region planned, as SCHDFCST forecasts them: a
      * region's period boundaries are rolled against its own
      * calendar.
       01 WS-REGION-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 20 TIMES.
               03 WS-RGN-CODE         PIC X(2).
               03 WS-RGN-OPEN-SW      PIC X(1).
               03 WS-RGN-FIRST-BUSDAY PIC 9(8).
               03 WS-RGN-LAST-BUSDAY  PIC 9(8).
               03 WS-RGN-START-FLAG   PIC X(1).
               03 WS-RGN-END-FLAG     PIC X(1).

       01 WS-DEP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DEP-TABLE.
           02 WS-DEP-ENTRY OCCURS 200 TIMES.
               03 WS-DEP-JOB  PIC X(8).
               03 WS-DEP-PRED PIC X(8) OCCURS 4 TIMES.
       01 WS-LEVEL-CHANGED-SW PIC X VALUE 'N'.
           88 LEVEL-CHANGED VALUE 'Y'.
       01 WS-LEVEL-PASS PIC 9(4) COMP VALUE ZERO.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-P PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-R PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-D PIC 9(4) COMP VALUE ZERO.

       01 WS-RUNCTL-OPEN-SW PIC X VALUE 'N'.
           88 RUNCTL-IS-OPEN VALUE 'Y'.
       01 WS-RC-FOUND-SW PIC X VALUE 'N'.
           88 RC-RECORD-FOUND VALUE 'Y'.
       01 WS-RC-STATUS PIC X VALUE SPACE.
       01 WS-ACTION PIC X(1) VALUE SPACE.

       01 WS-LAST-KEPT-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-KEPT-JOB PIC X(8) VALUE SPACES.
       01 WS-SEQ-NBR PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RERUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOCKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STILL-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PLAN-BUILT-DATE PIC 9(8) VALUE ZERO.

       01 WS-CARD-LINE PIC X(80).
       01 WS-CARD-PTR PIC 9(4) COMP VALUE 1.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-JOB.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-J-JOB    PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-J-REGION PIC X(2).
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-RPT-J-FREQ   PIC X(1).
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-RPT-J-LEVEL  PIC Z9.
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-RPT-J-CLOSED PIC X(20).
       01 WS-RPT-PLAN.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-SEQ    PIC X(5).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-DATE   PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-JOB    PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-LEVEL  PIC Z9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-REGION PIC X(2).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-PERIOD PIC X(6).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-P-MSG    PIC X(55).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT CATCHUP-RPT-FILE.
            PERFORM 0500-READ-PARM-CARD.
            IF CU-MODE-RELEASE
                MOVE '*** CATCH-UP PLAN RELEASE ***' TO WS-RPT-LINE
            ELSE
                MOVE '*** CATCH-UP PLAN FOR MISSED BUSINESS DATES ***'
                    TO WS-RPT-LINE
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 1000-RESOLVE-DATES.
            PERFORM 1050-LOAD-PERIOD-CAL.
            PERFORM 1060-LOAD-PERIOD-STATUS.
            IF CU-MODE-RELEASE
                PERFORM 6000-RELEASE-PLAN
                PERFORM 6900-PRINT-RELEASE-SUMMARY
                CLOSE CATCHUP-RPT-FILE
                DISPLAY 'CATCHUP RELEASE COMPLETE - ' WS-SEQ-NBR
                    ' CARD(S) RELEASED, ' WS-DROPPED-COUNT
                    ' DROPPED, ' WS-LOCKED-COUNT ' REFUSED'
            ELSE
                PERFORM 1200-LOAD-RUN-PLAN
                PERFORM 1250-BUILD-REGION-LIST
                PERFORM 1300-LOAD-PREDECESSORS
                PERFORM 1350-ASSIGN-DEP-LEVELS
                PERFORM 1400-FIND-LAST-CLOSED
                PERFORM 1500-PRINT-JOBS-EXAMINED
                PERFORM 2000-SORT-PLAN
                PERFORM 3000-WRITE-PLAN
                PERFORM 5000-PRINT-SUMMARY
                CLOSE CATCHUP-RPT-FILE
                DISPLAY 'CATCHUP PLAN COMPLETE - '
                    WS-OPEN-COUNT ' OPEN(S), '
                    WS-RERUN-COUNT ' RERUN(S) PLANNED, '
                    WS-LOCKED-COUNT ' REFUSED'
            END-IF.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE CATCHUP-PRM-REC.
            OPEN INPUT CATCHUP-PRM-FILE.
            IF WS-CATCHUP-PRM-STATUS = '00'
                READ CATCHUP-PRM-FILE
                    AT END
                        INITIALIZE CATCHUP-PRM-REC
                END-READ
                CLOSE CATCHUP-PRM-FILE
            END-IF.

       1000-RESOLVE-DATES.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            IF CU-THRU-DATE IS NUMERIC AND CU-THRU-DATE NOT = ZERO
                MOVE CU-THRU-DATE TO WS-THRU-DATE
            ELSE
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    TO WS-THRU-DATE
            END-IF.
            IF CU-LOOKBACK IS NUMERIC AND CU-LOOKBACK > ZERO
                MOVE CU-LOOKBACK TO WS-LOOKBACK
            END-IF.
            COMPUTE WS-THRU-INT =
                FUNCTION INTEGER-OF-DATE(WS-THRU-DATE).
            COMPUTE WS-FIRST-INT = WS-THRU-INT - WS-LOOKBACK + 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-FIRST-INT)
                TO WS-FIRST-DATE.
            IF NOT CU-MODE-RELEASE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CATCH UP THROUGH: ' DELIMITED BY SIZE
                       WS-THRU-DATE DELIMITED BY SIZE
                       '  SEARCHED FROM: ' DELIMITED BY SIZE
                       WS-FIRST-DATE DELIMITED BY SIZE
                       '  REGION: ' DELIMITED BY SIZE
                       CU-REGION-CODE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
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
                                MOVE SPACE
                                    TO WS-PER-STATUS(WS-PERIOD-COUNT)
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

      * PERSTAT.CTL is append-only; the latest row for a period wins,
      * the same rule PROGCOB03 applies at open.
       1060-LOAD-PERIOD-STATUS.
            OPEN INPUT PERSTAT-FILE.
            IF WS-PERSTAT-FILE-STATUS = '00'
                PERFORM UNTIL WS-PERSTAT-FILE-STATUS NOT = '00'
                    READ PERSTAT-FILE
                        AT END
                            MOVE '10' TO WS-PERSTAT-FILE-STATUS
                        NOT AT END
                            PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                                    UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                                IF WS-PER-ID(WS-PER-SUB)
                                        = PST-PERIOD-ID
                                    MOVE PST-STATUS
                                        TO WS-PER-STATUS(WS-PER-SUB)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE PERSTAT-FILE
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
                                MOVE ZERO
                                    TO WS-PLN-LEVEL(WS-PLAN-COUNT)
                                MOVE ZERO TO
                                    WS-PLN-LAST-CLOSED(WS-PLAN-COUNT)
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

      * Each region is planned the way RUNPLAN is run for it: its own
      * rows plus the blank-region rows. A plan with no regional rows
      * is planned once against the whole calendar.
       1250-BUILD-REGION-LIST.
            MOVE ZERO TO WS-REGION-COUNT.
            INITIALIZE WS-REGION-TABLE.
            IF CU-REGION-CODE NOT = SPACES
                MOVE 1 TO WS-REGION-COUNT
                MOVE CU-REGION-CODE TO WS-RGN-CODE(1)
            ELSE
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-PLAN-COUNT
                    IF WS-PLN-REGION(WS-SUB-I) NOT = SPACES
                        PERFORM VARYING WS-SUB-R FROM 1 BY 1
                                UNTIL WS-SUB-R > WS-REGION-COUNT
                                OR WS-RGN-CODE(WS-SUB-R)
                                    = WS-PLN-REGION(WS-SUB-I)
                            CONTINUE
                        END-PERFORM
                        IF WS-SUB-R > WS-REGION-COUNT
                                AND WS-REGION-COUNT < 20
                            ADD 1 TO WS-REGION-COUNT
                            MOVE WS-PLN-REGION(WS-SUB-I)
                                TO WS-RGN-CODE(WS-REGION-COUNT)
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-REGION-COUNT = ZERO
                    MOVE 1 TO WS-REGION-COUNT
                    MOVE SPACES TO WS-RGN-CODE(1)
                END-IF
            END-IF.

       1300-LOAD-PREDECESSORS.
            MOVE ZERO TO WS-DEP-COUNT.
            OPEN INPUT JOBDEP-CTL-FILE.
            IF WS-JOBDEP-FILE-STATUS = '00'
                PERFORM UNTIL WS-JOBDEP-FILE-STATUS NOT = '00'
                    READ JOBDEP-CTL-FILE
                        AT END
                            MOVE '10' TO WS-JOBDEP-FILE-STATUS
                        NOT AT END
                            IF WS-DEP-COUNT < 200
                                ADD 1 TO WS-DEP-COUNT
                                MOVE DEP-JOB-NAME
                                    TO WS-DEP-JOB(WS-DEP-COUNT)
                                PERFORM VARYING WS-SUB-P FROM 1 BY 1
                                        UNTIL WS-SUB-P > 4
                                    MOVE DEP-PRED-NAME(WS-SUB-P)
                                        TO WS-DEP-PRED(WS-DEP-COUNT,
                                                       WS-SUB-P)
                                END-PERFORM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOBDEP-CTL-FILE
            END-IF.

      * A job's level is one more than the highest level among its
      * planned predecessors, so sorting each business date by level
      * submits every predecessor ahead of the jobs waiting on it.
      * Levels settle in at most one pass per plan row; a loop left on
      * JOBDEP.CTL simply stops climbing when the passes run out.
       1350-ASSIGN-DEP-LEVELS.
            MOVE 'Y' TO WS-LEVEL-CHANGED-SW.
            PERFORM VARYING WS-LEVEL-PASS FROM 1 BY 1
                    UNTIL WS-LEVEL-PASS > WS-PLAN-COUNT
                    OR NOT LEVEL-CHANGED
                MOVE 'N' TO WS-LEVEL-CHANGED-SW
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-PLAN-COUNT
                    PERFORM 1360-RAISE-JOB-LEVEL
                END-PERFORM
            END-PERFORM.

       1360-RAISE-JOB-LEVEL.
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                    UNTIL WS-SUB-D > WS-DEP-COUNT
                IF WS-DEP-JOB(WS-SUB-D) = WS-PLN-JOB(WS-SUB-I)
                    PERFORM VARYING WS-SUB-P FROM 1 BY 1
                            UNTIL WS-SUB-P > 4
                        IF WS-DEP-PRED(WS-SUB-D, WS-SUB-P)
                                NOT = SPACES
                            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                                    UNTIL WS-SUB-J > WS-PLAN-COUNT
                                IF WS-PLN-JOB(WS-SUB-J)
                                        = WS-DEP-PRED(WS-SUB-D,
                                                      WS-SUB-P)
                                        AND WS-PLN-LEVEL(WS-SUB-J)
                                            >= WS-PLN-LEVEL(WS-SUB-I)
                                        AND WS-PLN-LEVEL(WS-SUB-J)
                                            < 99
                                    COMPUTE WS-PLN-LEVEL(WS-SUB-I) =
                                        WS-PLN-LEVEL(WS-SUB-J) + 1
                                    MOVE 'Y' TO WS-LEVEL-CHANGED-SW
                                END-IF
                            END-PERFORM
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

      * Only closed runs on or before the catch-up date count: once
      * the stream is back up, today's normal run may already have
      * closed ahead of the days it missed.
       1400-FIND-LAST-CLOSED.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RUNCTL-FILE-STATUS = '00'
                MOVE LOW-VALUES TO RC-KEY
                START RUNCTL-FILE KEY >= RC-KEY
                END-START
                PERFORM UNTIL WS-RUNCTL-FILE-STATUS NOT = '00'
                    READ RUNCTL-FILE NEXT
                        AT END
                            MOVE '10' TO WS-RUNCTL-FILE-STATUS
                        NOT AT END
                            IF RC-STATUS = 'C'
                                    AND RC-RUN-DATE <= WS-THRU-DATE
                                PERFORM 1410-NOTE-CLOSED-RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
            END-IF.

       1410-NOTE-CLOSED-RUN.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLAN-COUNT
                IF WS-PLN-JOB(WS-SUB-I) = RC-JOB-NAME
                        AND RC-RUN-DATE > WS-PLN-LAST-CLOSED(WS-SUB-I)
                    MOVE RC-RUN-DATE TO WS-PLN-LAST-CLOSED(WS-SUB-I)
                END-IF
            END-PERFORM.

       1500-PRINT-JOBS-EXAMINED.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* JOBS EXAMINED *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '  JOB       RG  FREQ  LVL  LAST CLOSED RUN'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-PLAN-COUNT = ZERO
                MOVE '  (NO JOBS ON RUNPLAN.CTL)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLAN-COUNT
                INITIALIZE WS-RPT-JOB
                MOVE WS-PLN-JOB(WS-SUB-I) TO WS-RPT-J-JOB
                MOVE WS-PLN-REGION(WS-SUB-I) TO WS-RPT-J-REGION
                MOVE WS-PLN-FREQ(WS-SUB-I) TO WS-RPT-J-FREQ
                MOVE WS-PLN-LEVEL(WS-SUB-I) TO WS-RPT-J-LEVEL
                IF WS-PLN-LAST-CLOSED(WS-SUB-I) = ZERO
                    MOVE 'NONE ON FILE' TO WS-RPT-J-CLOSED
                ELSE
                    MOVE WS-PLN-LAST-CLOSED(WS-SUB-I)
                        TO WS-RPT-J-CLOSED
                END-IF
                MOVE WS-RPT-JOB TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-PERFORM.

       2000-SORT-PLAN.
            SORT SORT-WORK-1
                ON ASCENDING KEY ST-RUN-DATE
                                 ST-DEP-LEVEL
                                 ST-JOB-NAME
                                 ST-REGION-CODE
                INPUT PROCEDURE IS 2050-RELEASE-MISSED-DATES
                GIVING CATCHUP-SRT-FILE.

      * Every calendar date from the start of the search through the
      * catch-up date is resolved region by region, exactly as
      * SCHDFCST resolves a forecast day; RUNCTL.MST stays open for
      * the keyed look-ups of each candidate job and date.
       2050-RELEASE-MISSED-DATES.
            PERFORM 2060-OPEN-RUNCTL.
            MOVE ZERO TO WS-CUR-PER-SUB.
            PERFORM VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
                    UNTIL WS-DATE-INT > WS-THRU-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    TO WS-RUN-DATE
                COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-DATE-INT, 7)
                PERFORM 2100-RESOLVE-REGION-DAYS
                PERFORM 2200-RESOLVE-PERIOD
                PERFORM VARYING WS-SUB-R FROM 1 BY 1
                        UNTIL WS-SUB-R > WS-REGION-COUNT
                    IF WS-RGN-OPEN-SW(WS-SUB-R) = 'Y'
                        MOVE WS-RGN-CODE(WS-SUB-R) TO WS-REGION-CODE
                        PERFORM VARYING WS-SUB-I FROM 1 BY 1
                                UNTIL WS-SUB-I > WS-PLAN-COUNT
                            PERFORM 2410-RESOLVE-JOB-DUE
                            IF JOB-IS-DUE
                                    AND WS-RUN-DATE >
                                        WS-PLN-LAST-CLOSED(WS-SUB-I)
                                PERFORM 2500-RELEASE-CANDIDATE
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF RUNCTL-IS-OPEN
                CLOSE RUNCTL-FILE
            END-IF.

       2060-OPEN-RUNCTL.
            MOVE 'N' TO WS-RUNCTL-OPEN-SW.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RUNCTL-FILE-STATUS = '00'
                MOVE 'Y' TO WS-RUNCTL-OPEN-SW
            END-IF.

       2100-RESOLVE-REGION-DAYS.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-REGION-COUNT
                INITIALIZE DATESRV-PARM
                SET DS-FUNC-IS-BUSDAY TO TRUE
                MOVE WS-RUN-DATE TO DS-DATE-1
                MOVE WS-RGN-CODE(WS-SUB-R) TO DS-REGION-CODE
                CALL 'DATESRV' USING DATESRV-PARM
                IF DS-RC-OK AND DS-IS-BUSDAY
                    MOVE 'Y' TO WS-RGN-OPEN-SW(WS-SUB-R)
                ELSE
                    MOVE 'N' TO WS-RGN-OPEN-SW(WS-SUB-R)
                END-IF
            END-PERFORM.

       2200-RESOLVE-PERIOD.
            MOVE 'N' TO WS-PERIOD-LOCKED-SW.
            PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                    UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                    OR (WS-PER-START(WS-PER-SUB) <= WS-RUN-DATE
                        AND WS-RUN-DATE <= WS-PER-END(WS-PER-SUB))
                CONTINUE
            END-PERFORM.
            IF WS-PER-SUB > WS-PERIOD-COUNT
                MOVE 'N' TO WS-PERIOD-FOUND-SW
                MOVE SPACES TO WS-PERIOD-ID
                MOVE ZERO TO WS-CUR-PER-SUB
            ELSE
                MOVE 'Y' TO WS-PERIOD-FOUND-SW
                MOVE WS-PER-ID(WS-PER-SUB) TO WS-PERIOD-ID
                IF WS-PER-STATUS(WS-PER-SUB) = 'C'
                    MOVE 'Y' TO WS-PERIOD-LOCKED-SW
                END-IF
                IF WS-PER-SUB NOT = WS-CUR-PER-SUB
                    MOVE WS-PER-SUB TO WS-CUR-PER-SUB
                    PERFORM VARYING WS-SUB-R FROM 1 BY 1
                            UNTIL WS-SUB-R > WS-REGION-COUNT
                        MOVE WS-RGN-CODE(WS-SUB-R) TO WS-REGION-CODE
                        MOVE WS-PER-START(WS-PER-SUB) TO WS-WORK-DATE
                        PERFORM 1150-ROLL-FORWARD-BUSDAY
                        MOVE WS-WORK-DATE
                            TO WS-RGN-FIRST-BUSDAY(WS-SUB-R)
                        MOVE WS-PER-END(WS-PER-SUB) TO WS-WORK-DATE
                        PERFORM 1160-ROLL-BACKWARD-BUSDAY
                        MOVE WS-WORK-DATE
                            TO WS-RGN-LAST-BUSDAY(WS-SUB-R)
                    END-PERFORM
                END-IF
            END-IF.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-REGION-COUNT
                MOVE 'N' TO WS-RGN-START-FLAG(WS-SUB-R)
                MOVE 'N' TO WS-RGN-END-FLAG(WS-SUB-R)
                IF PERIOD-FOUND AND WS-RGN-OPEN-SW(WS-SUB-R) = 'Y'
                    IF WS-RUN-DATE = WS-RGN-FIRST-BUSDAY(WS-SUB-R)
                        MOVE 'Y' TO WS-RGN-START-FLAG(WS-SUB-R)
                    END-IF
                    IF WS-RUN-DATE = WS-RGN-LAST-BUSDAY(WS-SUB-R)
                        MOVE 'Y' TO WS-RGN-END-FLAG(WS-SUB-R)
                    END-IF
                END-IF
            END-PERFORM.

       2410-RESOLVE-JOB-DUE.
            MOVE 'N' TO WS-JOB-DUE-SW.
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
                        IF WS-RGN-START-FLAG(WS-SUB-R) = 'Y'
                            MOVE 'Y' TO WS-JOB-DUE-SW
                        END-IF
                    WHEN 'E'
                        IF WS-RGN-END-FLAG(WS-SUB-R) = 'Y'
                            MOVE 'Y' TO WS-JOB-DUE-SW
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      * A run still open on RUNCTL.MST is never planned over; a failed
      * run is planned as a rerun (PROGCOB03 numbers the attempt); a
      * date inside a closed period is refused.
       2500-RELEASE-CANDIDATE.
            PERFORM 2510-READ-RUNCTL.
            EVALUATE TRUE
                WHEN RC-RECORD-FOUND AND WS-RC-STATUS = 'C'
                    MOVE SPACE TO WS-ACTION
                WHEN RC-RECORD-FOUND AND WS-RC-STATUS = 'O'
                    MOVE 'O' TO WS-ACTION
                WHEN PERIOD-LOCKED
                    MOVE 'L' TO WS-ACTION
                WHEN RC-RECORD-FOUND AND WS-RC-STATUS = 'F'
                    MOVE 'R' TO WS-ACTION
                WHEN OTHER
                    MOVE 'P' TO WS-ACTION
            END-EVALUATE.
            IF WS-ACTION NOT = SPACE
                INITIALIZE SORT-PLAN-REC
                MOVE WS-RUN-DATE TO ST-RUN-DATE
                MOVE WS-PLN-LEVEL(WS-SUB-I) TO ST-DEP-LEVEL
                MOVE WS-PLN-JOB(WS-SUB-I) TO ST-JOB-NAME
                MOVE WS-REGION-CODE TO ST-REGION-CODE
                MOVE WS-ACTION TO ST-ACTION
                MOVE WS-PLN-FREQ(WS-SUB-I) TO ST-FREQ-CODE
                MOVE WS-PERIOD-ID TO ST-PERIOD-ID
                MOVE WS-PLN-LAST-CLOSED(WS-SUB-I) TO ST-LAST-CLOSED
                MOVE WS-TODAY-DATE TO ST-PLAN-DATE
                RELEASE SORT-PLAN-REC
            END-IF.

       2510-READ-RUNCTL.
            MOVE 'N' TO WS-RC-FOUND-SW.
            MOVE SPACE TO WS-RC-STATUS.
            IF RUNCTL-IS-OPEN
                MOVE WS-PLN-JOB(WS-SUB-I) TO RC-JOB-NAME
                MOVE WS-RUN-DATE TO RC-RUN-DATE
                READ RUNCTL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-RC-FOUND-SW
                        MOVE RC-STATUS TO WS-RC-STATUS
                END-READ
            END-IF.

      * A blank-region job is resolved once per region, so the same
      * job and date can arrive more than once; the first (its
      * lowest region code) is kept - RUNCTL.MST holds one run per
      * job and date whatever the region.
       3000-WRITE-PLAN.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* CATCH-UP PLAN IN RELEASE ORDER *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '  SEQ    DATE      JOB       LVL  RG  PERIOD  ACTION'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE ZERO TO WS-LAST-KEPT-DATE.
            MOVE SPACES TO WS-LAST-KEPT-JOB.
            OPEN OUTPUT CATCHUP-PLN-FILE.
            OPEN INPUT CATCHUP-SRT-FILE.
            IF WS-CATCHUP-SRT-STATUS = '00'
                PERFORM UNTIL WS-CATCHUP-SRT-STATUS NOT = '00'
                    READ CATCHUP-SRT-FILE
                        AT END
                            MOVE '10' TO WS-CATCHUP-SRT-STATUS
                        NOT AT END
                            MOVE CATCHUP-SRT-REC TO CATCHUP-PLAN-REC
                            IF CP-RUN-DATE NOT = WS-LAST-KEPT-DATE
                                    OR CP-JOB-NAME
                                        NOT = WS-LAST-KEPT-JOB
                                PERFORM 3100-WRITE-PLAN-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATCHUP-SRT-FILE
            END-IF.
            CLOSE CATCHUP-PLN-FILE.
            IF WS-ROW-COUNT = ZERO
                MOVE '  (NO MISSED BUSINESS DATES - NOTHING OWED)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       3100-WRITE-PLAN-ROW.
            MOVE CP-RUN-DATE TO WS-LAST-KEPT-DATE.
            MOVE CP-JOB-NAME TO WS-LAST-KEPT-JOB.
            WRITE CATCHUP-PLAN-REC.
            ADD 1 TO WS-ROW-COUNT.
            INITIALIZE WS-RPT-PLAN.
            MOVE CP-RUN-DATE TO WS-RPT-P-DATE.
            MOVE CP-JOB-NAME TO WS-RPT-P-JOB.
            MOVE CP-DEP-LEVEL TO WS-RPT-P-LEVEL.
            MOVE CP-REGION-CODE TO WS-RPT-P-REGION.
            MOVE CP-PERIOD-ID TO WS-RPT-P-PERIOD.
            EVALUATE TRUE
                WHEN CP-PLANNED-OPEN
                    ADD 1 TO WS-SEQ-NBR
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE WS-SEQ-NBR TO WS-RPT-P-SEQ
                    MOVE 'OPEN - MISSED BUSINESS DATE' TO WS-RPT-P-MSG
                WHEN CP-PLANNED-RERUN
                    ADD 1 TO WS-SEQ-NBR
                    ADD 1 TO WS-RERUN-COUNT
                    MOVE WS-SEQ-NBR TO WS-RPT-P-SEQ
                    MOVE 'RERUN - RUN FOR THE DATE IS MARKED FAILED'
                        TO WS-RPT-P-MSG
                WHEN CP-PERIOD-LOCKED
                    ADD 1 TO WS-LOCKED-COUNT
                    MOVE 'REFUSED - DATE IN CLOSED PERIOD'
                        TO WS-RPT-P-MSG
                WHEN CP-RUN-STILL-OPEN
                    ADD 1 TO WS-STILL-OPEN-COUNT
                    MOVE 'NOT PLANNED - RUN STILL OPEN ON RUNCTL.MST'
                        TO WS-RPT-P-MSG
            END-EVALUATE.
            MOVE WS-RPT-PLAN TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       5000-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PLANNED OPENS: ' DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   '  RERUNS: ' DELIMITED BY SIZE
                   WS-RERUN-COUNT DELIMITED BY SIZE
                   '  REFUSED (CLOSED PERIOD): ' DELIMITED BY SIZE
                   WS-LOCKED-COUNT DELIMITED BY SIZE
                   '  STILL OPEN: ' DELIMITED BY SIZE
                   WS-STILL-OPEN-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'REVIEW CATCHUP.PLN (SET ACTION TO S TO HOLD A '
                       DELIMITED BY SIZE
                   'ROW BACK), THEN RUN CATCHUP IN MODE R TO RELEASE'
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-LOCKED-COUNT > ZERO
                PERFORM 5100-ALERT-LOCKED-DATES
            END-IF.

       5100-ALERT-LOCKED-DATES.
            MOVE '2' TO WS-ALERT-SEVERITY.
            MOVE 'CATCHLKD' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            MOVE WS-THRU-DATE TO WS-ALERT-RUN-DATE.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'CATCH-UP REFUSED ' DELIMITED BY SIZE
                   WS-LOCKED-COUNT DELIMITED BY SIZE
                   ' RUN(S) DATED IN CLOSED PERIODS' DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
            END-STRING.
            PERFORM 7100-WRITE-OPS-ALERT.

      * Release re-checks every planned row against the files as they
      * stand now - a period may have been closed, or a run opened or
      * closed by hand, since the plan was reviewed - and writes one
      * keyword card per run still owed, in plan order.
       6000-RELEASE-PLAN.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '  SEQ    DATE      JOB       LVL  RG  PERIOD  ACTION'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            OPEN INPUT CATCHUP-PLN-FILE.
            IF WS-CATCHUP-PLN-STATUS NOT = '00'
                MOVE '  NO CATCH-UP PLAN ON FILE - RUN CATCHUP IN PLAN '
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE '  MODE AND REVIEW CATCHUP.PLN BEFORE RELEASING'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                DISPLAY '*** CATCHUP: NO CATCHUP.PLN ON FILE - '
                    'NOTHING RELEASED'
            ELSE
                OPEN OUTPUT CATCHUP-CRD-FILE
                PERFORM 2060-OPEN-RUNCTL
                PERFORM UNTIL WS-CATCHUP-PLN-STATUS NOT = '00'
                    READ CATCHUP-PLN-FILE
                        AT END
                            MOVE '10' TO WS-CATCHUP-PLN-STATUS
                        NOT AT END
                            PERFORM 6100-RELEASE-PLAN-ROW
                    END-READ
                END-PERFORM
                IF RUNCTL-IS-OPEN
                    CLOSE RUNCTL-FILE
                END-IF
                CLOSE CATCHUP-CRD-FILE
                CLOSE CATCHUP-PLN-FILE
            END-IF.

       6100-RELEASE-PLAN-ROW.
            ADD 1 TO WS-ROW-COUNT.
            IF WS-PLAN-BUILT-DATE = ZERO
                MOVE CP-PLAN-DATE TO WS-PLAN-BUILT-DATE
            END-IF.
            INITIALIZE WS-RPT-PLAN.
            MOVE CP-RUN-DATE TO WS-RPT-P-DATE.
            MOVE CP-JOB-NAME TO WS-RPT-P-JOB.
            MOVE CP-DEP-LEVEL TO WS-RPT-P-LEVEL.
            MOVE CP-REGION-CODE TO WS-RPT-P-REGION.
            MOVE CP-PERIOD-ID TO WS-RPT-P-PERIOD.
            EVALUATE TRUE
                WHEN CP-PLANNED-OPEN
                WHEN CP-PLANNED-RERUN
                    PERFORM 6200-RECHECK-AND-RELEASE
                WHEN CP-REVIEW-SKIP
                    ADD 1 TO WS-SKIP-COUNT
                    MOVE 'NOT RELEASED - SKIPPED AT REVIEW'
                        TO WS-RPT-P-MSG
                WHEN CP-PERIOD-LOCKED
                    ADD 1 TO WS-LOCKED-COUNT
                    MOVE 'REFUSED - DATE IN CLOSED PERIOD'
                        TO WS-RPT-P-MSG
                WHEN CP-RUN-STILL-OPEN
                    ADD 1 TO WS-DROPPED-COUNT
                    MOVE 'NOT RELEASED - RUN STILL OPEN ON RUNCTL.MST'
                        TO WS-RPT-P-MSG
                WHEN OTHER
                    ADD 1 TO WS-DROPPED-COUNT
                    MOVE SPACES TO WS-RPT-P-MSG
                    STRING 'NOT RELEASED - UNKNOWN ACTION CODE '
                               DELIMITED BY SIZE
                           CP-ACTION DELIMITED BY SIZE
                           INTO WS-RPT-P-MSG
                    END-STRING
            END-EVALUATE.
            MOVE WS-RPT-PLAN TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       6200-RECHECK-AND-RELEASE.
            MOVE CP-RUN-DATE TO WS-RUN-DATE.
            PERFORM 2200-RESOLVE-PERIOD.
            MOVE 'N' TO WS-RC-FOUND-SW.
            MOVE SPACE TO WS-RC-STATUS.
            IF RUNCTL-IS-OPEN
                MOVE CP-JOB-NAME TO RC-JOB-NAME
                MOVE CP-RUN-DATE TO RC-RUN-DATE
                READ RUNCTL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-RC-FOUND-SW
                        MOVE RC-STATUS TO WS-RC-STATUS
                END-READ
            END-IF.
            EVALUATE TRUE
                WHEN PERIOD-LOCKED
                    ADD 1 TO WS-LOCKED-COUNT
                    MOVE 'REFUSED - PERIOD CLOSED SINCE THE PLAN'
                        TO WS-RPT-P-MSG
                WHEN RC-RECORD-FOUND AND WS-RC-STATUS = 'C'
                    ADD 1 TO WS-DROPPED-COUNT
                    MOVE 'DROPPED - RUN CLOSED SINCE THE PLAN'
                        TO WS-RPT-P-MSG
                WHEN RC-RECORD-FOUND AND WS-RC-STATUS = 'O'
                    ADD 1 TO WS-DROPPED-COUNT
                    MOVE 'DROPPED - RUN OPENED SINCE THE PLAN'
                        TO WS-RPT-P-MSG
                WHEN OTHER
                    PERFORM 6300-WRITE-CARD
            END-EVALUATE.

       6300-WRITE-CARD.
            ADD 1 TO WS-SEQ-NBR.
            IF CP-PLANNED-RERUN
                ADD 1 TO WS-RERUN-COUNT
                MOVE 'RELEASED - RERUN' TO WS-RPT-P-MSG
            ELSE
                ADD 1 TO WS-OPEN-COUNT
                MOVE 'RELEASED - OPEN' TO WS-RPT-P-MSG
            END-IF.
            MOVE WS-SEQ-NBR TO WS-RPT-P-SEQ.
            MOVE SPACES TO WS-CARD-LINE.
            MOVE 1 TO WS-CARD-PTR.
            STRING 'DATE=' DELIMITED BY SIZE
                   CP-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO WS-CARD-LINE
                   WITH POINTER WS-CARD-PTR
            END-STRING.
            IF CP-REGION-CODE NOT = SPACES
                STRING 'REGION=' DELIMITED BY SIZE
                       CP-REGION-CODE DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-CARD-LINE
                       WITH POINTER WS-CARD-PTR
                END-STRING
            END-IF.
            STRING 'CATCHUP=Y' DELIMITED BY SIZE
                   INTO WS-CARD-LINE
                   WITH POINTER WS-CARD-PTR
            END-STRING.
            MOVE SPACES TO CATCHUP-CARD-REC.
            MOVE WS-SEQ-NBR TO CC-SEQ-NBR.
            MOVE CP-JOB-NAME TO CC-JOB-NAME.
            MOVE WS-CARD-LINE TO CC-CARD-IMAGE.
            WRITE CATCHUP-CARD-REC.

       6900-PRINT-RELEASE-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-PLAN-BUILT-DATE NOT = ZERO
                MOVE SPACES TO WS-RPT-LINE
                STRING 'PLAN BUILT ON: ' DELIMITED BY SIZE
                       WS-PLAN-BUILT-DATE DELIMITED BY SIZE
                       '  RELEASED ON: ' DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CARDS RELEASED: ' DELIMITED BY SIZE
                   WS-SEQ-NBR DELIMITED BY SIZE
                   '  (OPENS ' DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   ', RERUNS ' DELIMITED BY SIZE
                   WS-RERUN-COUNT DELIMITED BY SIZE
                   ')  SKIPPED: ' DELIMITED BY SIZE
                   WS-SKIP-COUNT DELIMITED BY SIZE
                   '  DROPPED: ' DELIMITED BY SIZE
                   WS-DROPPED-COUNT DELIMITED BY SIZE
                   '  REFUSED: ' DELIMITED BY SIZE
                   WS-LOCKED-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-LOCKED-COUNT > ZERO
                PERFORM 5100-ALERT-LOCKED-DATES
            END-IF.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO CATCHUP-RPT-REC.
            WRITE CATCHUP-RPT-REC.

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

       END PROGRAM CATCHUP.
