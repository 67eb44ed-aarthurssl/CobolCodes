      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: PREVISAO DA AGENDA DE PROCESSAMENTO
      *          Forward run-schedule forecast: walks the next N
      *          business days and, for every region on the plan,
      *          resolves which RUNPLAN.CTL jobs will be due - the
      *          same frequency rules RUNPLAN applies after the fact,
      *          with region-aware business days from DATESRV and the
      *          PERIOD.CAL start/end rolled inward. Each job is
      *          listed with its WINDOW.CTL opening time and its
      *          JOBDEP.CTL predecessor chain; days a region is
      *          closed and period start/end days are highlighted.
      *          Prints SCHDFCST.RPT and replaces the forward-schedule
      *          feed SCHEDFWD.IF the scheduler preloads from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHDFCST-PRM-FILE ASSIGN TO "SCHDFCST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDFCST-PRM-STATUS.
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
           SELECT SCHED-FWD-FILE ASSIGN TO "SCHEDFWD.IF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FWD-STATUS.
           SELECT SCHDFCST-RPT-FILE ASSIGN TO "SCHDFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDFCST-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHDFCST-PRM-FILE.
      * SF-START-DATE: first calendar date to forecast (zero = the
      * day after today). SF-HORIZON: business days to cover (zero =
      * 30). SF-REGION-CODE: one region only; blank forecasts every
      * region named on RUNPLAN.CTL.
       01  SCHDFCST-PRM-REC.
           02 SF-START-DATE  PIC 9(8).
           02 SF-HORIZON     PIC 9(3).
           02 SF-REGION-CODE PIC X(2).
           02 SF-RESERVED    PIC X(67).
       FD  RUNPLAN-CTL-FILE.
       COPY PLNREC.
       FD  PERIOD-CAL-FILE.
       COPY PERREC.
       FD  JOBDEP-CTL-FILE.
       COPY DEPREC.
       FD  WINDOW-CTL-FILE.
       COPY WINREC.
       FD  SCHED-FWD-FILE.
       COPY FWDREC.
       FD  SCHDFCST-RPT-FILE.
       01  SCHDFCST-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-SCHDFCST-PRM-STATUS PIC XX VALUE '00'.
       01 WS-RUNPLAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBDEP-FILE-STATUS PIC XX VALUE '00'.
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SCHED-FWD-STATUS PIC XX VALUE '00'.
       01 WS-SCHDFCST-RPT-STATUS PIC XX VALUE '00'.

      * Business-day questions are answered by the DATESRV subprogram
      * so the forecast resolves the plan against the same calendar
      * as the nightly stream.
       COPY DATEPRM.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-START-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-REGION-CODE PIC X(2) VALUE SPACES.
       01 WS-DATE-INT PIC S9(9) COMP.
       01 WS-DOW-NUM PIC 9.
       01 WS-HORIZON PIC 9(3) VALUE 30.
       01 WS-BUSDAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAL-DAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DAY-NAMES PIC X(21) VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           02 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-OPEN-REGIONS PIC 9(2) VALUE ZERO.

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
       01 WS-CUR-PER-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-PERIOD-FOUND-SW PIC X VALUE 'N'.
           88 PERIOD-FOUND VALUE 'Y'.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-JOB-DUE-SW PIC X VALUE 'N'.
           88 JOB-IS-DUE VALUE 'Y'.

      * One entry per region forecast. A region's period boundaries
      * are rolled against its own calendar, so they can differ.
       01 WS-REGION-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 20 TIMES.
               03 WS-RGN-CODE         PIC X(2).
               03 WS-RGN-OPEN-SW      PIC X(1).
               03 WS-RGN-FIRST-BUSDAY PIC 9(8).
               03 WS-RGN-LAST-BUSDAY  PIC 9(8).
               03 WS-RGN-START-FLAG   PIC X(1).
               03 WS-RGN-END-FLAG     PIC X(1).
               03 WS-RGN-CLOSED-DAYS  PIC 9(4).
               03 WS-RGN-JOB-DAYS     PIC 9(5).

       01 WS-DEP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DEP-TABLE.
           02 WS-DEP-ENTRY OCCURS 200 TIMES.
               03 WS-DEP-JOB  PIC X(8).
               03 WS-DEP-PRED PIC X(8) OCCURS 4 TIMES.

       01 WS-WIN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-WIN-TABLE.
           02 WS-WIN-ENTRY OCCURS 200 TIMES.
               03 WS-WIN-JOB   PIC X(8).
               03 WS-WIN-OPEN  PIC 9(4).
               03 WS-WIN-CLOSE PIC 9(4).

      * Jobs due in one region on one day, so a job planned under a
      * blank-region row and a regional row is listed once, and so a
      * predecessor that is not itself due that day can be marked.
       01 WS-DUE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DUE-TABLE.
           02 WS-DUE-ENTRY OCCURS 200 TIMES.
               03 WS-DUE-JOB  PIC X(8).
               03 WS-DUE-FREQ PIC X(1).

      * Predecessor chain of one job, nearest first: level 1 are the
      * job's own JOBDEP.CTL predecessors, higher levels theirs.
       01 WS-CHN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CHN-TABLE.
           02 WS-CHN-ENTRY OCCURS 50 TIMES.
               03 WS-CHN-JOB   PIC X(8).
               03 WS-CHN-LEVEL PIC 9(2).
       01 WS-CHN-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-CHN-TEXT PIC X(70).
       01 WS-CHN-PTR PIC 9(4) COMP VALUE 1.
       01 WS-CHN-VIA-SW PIC X VALUE 'N'.
           88 CHN-VIA-WRITTEN VALUE 'Y'.
       01 WS-CHN-DUE-SW PIC X VALUE 'N'.
           88 CHN-PRED-DUE VALUE 'Y'.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-P PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-R PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-W PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-D PIC 9(4) COMP VALUE ZERO.

       01 WS-HHMM-TIME.
           02 WS-HHMM-HH PIC 9(2).
           02 WS-HHMM-MM PIC 9(2).
       01 WS-CLOCK-TEXT.
           02 WS-CLOCK-HH PIC 9(2).
           02 FILLER      PIC X(1) VALUE ':'.
           02 WS-CLOCK-MM PIC 9(2).

       01 WS-JOB-DAY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLOSED-DAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BOUNDARY-DAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BOUNDARY-SW PIC X VALUE 'N'.
           88 DAY-IS-BOUNDARY VALUE 'Y'.
       01 WS-IF-COUNT PIC 9(6) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-DAY.
           02 WS-RPT-Y-DATE  PIC 9(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WS-RPT-Y-DOW   PIC X(3).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-Y-TEXT  PIC X(86).
       01 WS-RPT-DETAIL.
           02 FILLER        PIC X(4) VALUE SPACES.
           02 WS-RPT-D-RGN   PIC X(2).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-JOB   PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-FREQ  PIC X(1).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-OPEN  PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WS-RPT-D-CHAIN PIC X(72).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT SCHDFCST-RPT-FILE.
            MOVE '*** FORWARD RUN-SCHEDULE FORECAST ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 0500-READ-PARM-CARD.
            PERFORM 1000-RESOLVE-START-DATE.
            PERFORM 1050-LOAD-PERIOD-CAL.
            PERFORM 1200-LOAD-RUN-PLAN.
            PERFORM 1250-BUILD-REGION-LIST.
            PERFORM 1300-LOAD-PREDECESSORS.
            PERFORM 1400-LOAD-WINDOWS.
            PERFORM 1500-PRINT-HEADINGS.
            OPEN OUTPUT SCHED-FWD-FILE.
            PERFORM 2000-FORECAST-DAYS.
            CLOSE SCHED-FWD-FILE.
            PERFORM 5000-PRINT-SUMMARY.
            CLOSE SCHDFCST-RPT-FILE.
            DISPLAY 'SCHDFCST COMPLETE - ' WS-BUSDAY-COUNT
                ' BUSINESS DAY(S), ' WS-JOB-DAY-COUNT
                ' JOB RUN(S) FORECAST'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE SCHDFCST-PRM-REC.
            OPEN INPUT SCHDFCST-PRM-FILE.
            IF WS-SCHDFCST-PRM-STATUS = '00'
                READ SCHDFCST-PRM-FILE
                    AT END
                        INITIALIZE SCHDFCST-PRM-REC
                END-READ
                CLOSE SCHDFCST-PRM-FILE
            END-IF.

       1000-RESOLVE-START-DATE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            IF SF-START-DATE IS NUMERIC AND SF-START-DATE NOT = ZERO
                MOVE SF-START-DATE TO WS-START-DATE
            ELSE
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    TO WS-START-DATE
            END-IF.
            IF SF-HORIZON IS NUMERIC AND SF-HORIZON > ZERO
                MOVE SF-HORIZON TO WS-HORIZON
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

      * Each region is forecast the way RUNPLAN is run for it: its
      * own rows plus the blank-region rows. A plan with no regional
      * rows is forecast once against the whole calendar.
       1250-BUILD-REGION-LIST.
            MOVE ZERO TO WS-REGION-COUNT.
            INITIALIZE WS-REGION-TABLE.
            IF SF-REGION-CODE NOT = SPACES
                MOVE 1 TO WS-REGION-COUNT
                MOVE SF-REGION-CODE TO WS-RGN-CODE(1)
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

       1400-LOAD-WINDOWS.
            MOVE ZERO TO WS-WIN-COUNT.
            OPEN INPUT WINDOW-CTL-FILE.
            IF WS-WINDOW-FILE-STATUS = '00'
                PERFORM UNTIL WS-WINDOW-FILE-STATUS NOT = '00'
                    READ WINDOW-CTL-FILE
                        AT END
                            MOVE '10' TO WS-WINDOW-FILE-STATUS
                        NOT AT END
                            IF WS-WIN-COUNT < 200
                                ADD 1 TO WS-WIN-COUNT
                                MOVE WIN-JOB-NAME
                                    TO WS-WIN-JOB(WS-WIN-COUNT)
                                MOVE WIN-OPEN-TIME
                                    TO WS-WIN-OPEN(WS-WIN-COUNT)
                                MOVE WIN-CLOSE-TIME
                                    TO WS-WIN-CLOSE(WS-WIN-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WINDOW-CTL-FILE
            END-IF.

       1500-PRINT-HEADINGS.
            MOVE SPACES TO WS-RPT-LINE.
            IF SF-REGION-CODE = SPACES
                STRING 'FROM: ' DELIMITED BY SIZE
                       WS-START-DATE DELIMITED BY SIZE
                       '  HORIZON: ' DELIMITED BY SIZE
                       WS-HORIZON DELIMITED BY SIZE
                       ' BUSINESS DAYS  REGION: ALL ON PLAN'
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
            ELSE
                STRING 'FROM: ' DELIMITED BY SIZE
                       WS-START-DATE DELIMITED BY SIZE
                       '  HORIZON: ' DELIMITED BY SIZE
                       WS-HORIZON DELIMITED BY SIZE
                       ' BUSINESS DAYS  REGION: ' DELIMITED BY SIZE
                       SF-REGION-CODE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'OPENS = WINDOW.CTL OPEN TIME  AFTER = PREDECESSORS'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'VIA = THEIR PREDECESSORS IN TURN' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* = PREDECESSOR NOT DUE THAT DAY IN THE REGION'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '    RG  JOB       F  OPENS  PREDECESSOR CHAIN'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * Walks calendar days until the horizon of business days is
      * covered. A day counts when at least one region is open;
      * weekends closed everywhere are passed over silently.
       2000-FORECAST-DAYS.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-START-DATE).
            MOVE ZERO TO WS-CUR-PER-SUB.
            PERFORM UNTIL WS-BUSDAY-COUNT >= WS-HORIZON
                    OR WS-CAL-DAY-COUNT >= 1000
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    TO WS-RUN-DATE
                COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-DATE-INT, 7)
                PERFORM 2100-FORECAST-ONE-DAY
                ADD 1 TO WS-CAL-DAY-COUNT
                ADD 1 TO WS-DATE-INT
            END-PERFORM.

       2100-FORECAST-ONE-DAY.
            MOVE ZERO TO WS-OPEN-REGIONS.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-REGION-COUNT
                INITIALIZE DATESRV-PARM
                SET DS-FUNC-IS-BUSDAY TO TRUE
                MOVE WS-RUN-DATE TO DS-DATE-1
                MOVE WS-RGN-CODE(WS-SUB-R) TO DS-REGION-CODE
                CALL 'DATESRV' USING DATESRV-PARM
                IF DS-RC-OK AND DS-IS-BUSDAY
                    MOVE 'Y' TO WS-RGN-OPEN-SW(WS-SUB-R)
                    ADD 1 TO WS-OPEN-REGIONS
                ELSE
                    MOVE 'N' TO WS-RGN-OPEN-SW(WS-SUB-R)
                END-IF
            END-PERFORM.
            IF WS-OPEN-REGIONS = ZERO
                IF WS-DOW-NUM NOT = 0 AND WS-DOW-NUM NOT = 6
                    ADD 1 TO WS-CLOSED-DAY-COUNT
                    INITIALIZE WS-RPT-DAY
                    MOVE WS-RUN-DATE TO WS-RPT-Y-DATE
                    MOVE WS-DAY-NAME(WS-DOW-NUM + 1) TO WS-RPT-Y-DOW
                    MOVE '*** HOLIDAY - ALL REGIONS CLOSED, NO JOBS DUE'
                        TO WS-RPT-Y-TEXT
                    MOVE SPACES TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                    MOVE WS-RPT-DAY TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            ELSE
                ADD 1 TO WS-BUSDAY-COUNT
                MOVE WS-RUN-DATE TO WS-LAST-DATE
                PERFORM 2200-RESOLVE-PERIOD
                PERFORM 2300-PRINT-DAY-BANNER
                PERFORM VARYING WS-SUB-R FROM 1 BY 1
                        UNTIL WS-SUB-R > WS-REGION-COUNT
                    IF WS-RGN-OPEN-SW(WS-SUB-R) = 'Y'
                        PERFORM 2400-FORECAST-REGION
                    END-IF
                END-PERFORM
            END-IF.

      * The period boundaries are resolved once per period and per
      * region, rolled inward exactly as RUNPLAN rolls them.
       2200-RESOLVE-PERIOD.
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

      * Day heading, then one highlight line per region closed while
      * others work and per region starting or ending the period.
       2300-PRINT-DAY-BANNER.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            INITIALIZE WS-RPT-DAY.
            MOVE WS-RUN-DATE TO WS-RPT-Y-DATE.
            MOVE WS-DAY-NAME(WS-DOW-NUM + 1) TO WS-RPT-Y-DOW.
            STRING 'BUSINESS DAY ' DELIMITED BY SIZE
                   WS-BUSDAY-COUNT DELIMITED BY SIZE
                   '  PERIOD ' DELIMITED BY SIZE
                   WS-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-RPT-Y-TEXT
            END-STRING.
            MOVE WS-RPT-DAY TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'N' TO WS-BOUNDARY-SW.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-REGION-COUNT
                IF WS-RGN-OPEN-SW(WS-SUB-R) = 'N'
                    ADD 1 TO WS-RGN-CLOSED-DAYS(WS-SUB-R)
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '    *** REGION ' DELIMITED BY SIZE
                           WS-RGN-CODE(WS-SUB-R) DELIMITED BY SIZE
                           ' CLOSED - HOLIDAY, NO JOBS DUE THERE'
                               DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                    END-STRING
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
                IF WS-RGN-START-FLAG(WS-SUB-R) = 'Y'
                    MOVE 'Y' TO WS-BOUNDARY-SW
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '    *** PERIOD ' DELIMITED BY SIZE
                           WS-PERIOD-ID DELIMITED BY SIZE
                           ' START - FIRST BUSINESS DAY IN REGION '
                               DELIMITED BY SIZE
                           WS-RGN-CODE(WS-SUB-R) DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                    END-STRING
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
                IF WS-RGN-END-FLAG(WS-SUB-R) = 'Y'
                    MOVE 'Y' TO WS-BOUNDARY-SW
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '    *** PERIOD ' DELIMITED BY SIZE
                           WS-PERIOD-ID DELIMITED BY SIZE
                           ' END - LAST BUSINESS DAY IN REGION '
                               DELIMITED BY SIZE
                           WS-RGN-CODE(WS-SUB-R) DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                    END-STRING
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.
            IF DAY-IS-BOUNDARY
                ADD 1 TO WS-BOUNDARY-DAY-COUNT
            END-IF.

       2400-FORECAST-REGION.
            MOVE WS-RGN-CODE(WS-SUB-R) TO WS-REGION-CODE.
            MOVE ZERO TO WS-DUE-COUNT.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLAN-COUNT
                PERFORM 2410-RESOLVE-JOB-DUE
                IF JOB-IS-DUE
                    PERFORM VARYING WS-SUB-D FROM 1 BY 1
                            UNTIL WS-SUB-D > WS-DUE-COUNT
                            OR WS-DUE-JOB(WS-SUB-D)
                                = WS-PLN-JOB(WS-SUB-I)
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-D > WS-DUE-COUNT
                            AND WS-DUE-COUNT < 200
                        ADD 1 TO WS-DUE-COUNT
                        MOVE WS-PLN-JOB(WS-SUB-I)
                            TO WS-DUE-JOB(WS-DUE-COUNT)
                        MOVE WS-PLN-FREQ(WS-SUB-I)
                            TO WS-DUE-FREQ(WS-DUE-COUNT)
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                    UNTIL WS-SUB-D > WS-DUE-COUNT
                PERFORM 2500-PRINT-DUE-JOB
                PERFORM 2600-WRITE-FORWARD-FEED
            END-PERFORM.
            ADD WS-DUE-COUNT TO WS-RGN-JOB-DAYS(WS-SUB-R).
            ADD WS-DUE-COUNT TO WS-JOB-DAY-COUNT.

      * The RUNPLAN due rules, applied to the forecast day in the
      * region being forecast.
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

       2500-PRINT-DUE-JOB.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-REGION-CODE TO WS-RPT-D-RGN.
            MOVE WS-DUE-JOB(WS-SUB-D) TO WS-RPT-D-JOB.
            MOVE WS-DUE-FREQ(WS-SUB-D) TO WS-RPT-D-FREQ.
            PERFORM VARYING WS-SUB-W FROM 1 BY 1
                    UNTIL WS-SUB-W > WS-WIN-COUNT
                    OR WS-WIN-JOB(WS-SUB-W) = WS-DUE-JOB(WS-SUB-D)
                CONTINUE
            END-PERFORM.
            IF WS-SUB-W > WS-WIN-COUNT
                MOVE '--:--' TO WS-RPT-D-OPEN
            ELSE
                MOVE WS-WIN-OPEN(WS-SUB-W) TO WS-HHMM-TIME
                MOVE WS-HHMM-HH TO WS-CLOCK-HH
                MOVE WS-HHMM-MM TO WS-CLOCK-MM
                MOVE WS-CLOCK-TEXT TO WS-RPT-D-OPEN
            END-IF.
            PERFORM 2550-BUILD-CHAIN.
            MOVE WS-CHN-TEXT TO WS-RPT-D-CHAIN.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * Breadth-first walk of JOBDEP.CTL from the job, so the chain
      * lists the direct predecessors first and then everything they
      * wait for in turn; a job reached twice is listed once.
       2550-BUILD-CHAIN.
            MOVE ZERO TO WS-CHN-COUNT.
            MOVE WS-DUE-JOB(WS-SUB-D) TO WS-CHN-JOB(1).
            MOVE ZERO TO WS-CHN-LEVEL(1).
            MOVE 1 TO WS-CHN-COUNT.
            PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                    UNTIL WS-CHN-SUB > WS-CHN-COUNT
                PERFORM VARYING WS-SUB-J FROM 1 BY 1
                        UNTIL WS-SUB-J > WS-DEP-COUNT
                    IF WS-DEP-JOB(WS-SUB-J) = WS-CHN-JOB(WS-CHN-SUB)
                        PERFORM 2560-ADD-CHAIN-PREDS
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE SPACES TO WS-CHN-TEXT.
            MOVE 1 TO WS-CHN-PTR.
            MOVE 'N' TO WS-CHN-VIA-SW.
            IF WS-CHN-COUNT < 2
                MOVE '(NO PREDECESSORS)' TO WS-CHN-TEXT
            ELSE
                STRING 'AFTER ' DELIMITED BY SIZE
                       INTO WS-CHN-TEXT WITH POINTER WS-CHN-PTR
                END-STRING
                PERFORM VARYING WS-CHN-SUB FROM 2 BY 1
                        UNTIL WS-CHN-SUB > WS-CHN-COUNT
                    PERFORM 2570-APPEND-CHAIN-JOB
                END-PERFORM
            END-IF.

       2560-ADD-CHAIN-PREDS.
            PERFORM VARYING WS-SUB-P FROM 1 BY 1
                    UNTIL WS-SUB-P > 4
                IF WS-DEP-PRED(WS-SUB-J, WS-SUB-P) NOT = SPACES
                    PERFORM VARYING WS-SUB-I FROM 1 BY 1
                            UNTIL WS-SUB-I > WS-CHN-COUNT
                            OR WS-CHN-JOB(WS-SUB-I)
                                = WS-DEP-PRED(WS-SUB-J, WS-SUB-P)
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-I > WS-CHN-COUNT AND WS-CHN-COUNT < 50
                        ADD 1 TO WS-CHN-COUNT
                        MOVE WS-DEP-PRED(WS-SUB-J, WS-SUB-P)
                            TO WS-CHN-JOB(WS-CHN-COUNT)
                        COMPUTE WS-CHN-LEVEL(WS-CHN-COUNT) =
                            WS-CHN-LEVEL(WS-CHN-SUB) + 1
                    END-IF
                END-IF
            END-PERFORM.

      * Direct predecessors are comma separated; the first upstream
      * job opens the VIA list. A predecessor that is not due in the
      * region that day is starred.
       2570-APPEND-CHAIN-JOB.
            IF WS-CHN-LEVEL(WS-CHN-SUB) > 1 AND NOT CHN-VIA-WRITTEN
                MOVE 'Y' TO WS-CHN-VIA-SW
                STRING ' VIA ' DELIMITED BY SIZE
                       INTO WS-CHN-TEXT WITH POINTER WS-CHN-PTR
                END-STRING
            ELSE
                IF WS-CHN-SUB > 2
                    STRING ',' DELIMITED BY SIZE
                           INTO WS-CHN-TEXT WITH POINTER WS-CHN-PTR
                    END-STRING
                END-IF
            END-IF.
            MOVE 'N' TO WS-CHN-DUE-SW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DUE-COUNT
                IF WS-DUE-JOB(WS-SUB-I) = WS-CHN-JOB(WS-CHN-SUB)
                    MOVE 'Y' TO WS-CHN-DUE-SW
                END-IF
            END-PERFORM.
            STRING WS-CHN-JOB(WS-CHN-SUB) DELIMITED BY SPACE
                   INTO WS-CHN-TEXT WITH POINTER WS-CHN-PTR
            END-STRING.
            IF NOT CHN-PRED-DUE
                STRING '*' DELIMITED BY SIZE
                       INTO WS-CHN-TEXT WITH POINTER WS-CHN-PTR
                END-STRING
            END-IF.

       2600-WRITE-FORWARD-FEED.
            INITIALIZE SCHED-FWD-REC.
            MOVE WS-RUN-DATE TO FW-BUSINESS-DATE.
            MOVE WS-DUE-JOB(WS-SUB-D) TO FW-JOB-NAME.
            MOVE WS-PERIOD-ID TO FW-PERIOD-ID.
            MOVE WS-RGN-START-FLAG(WS-SUB-R) TO FW-PERIOD-START-FLAG.
            MOVE WS-RGN-END-FLAG(WS-SUB-R) TO FW-PERIOD-END-FLAG.
            MOVE WS-REGION-CODE TO FW-REGION-CODE.
            MOVE WS-DUE-FREQ(WS-SUB-D) TO FW-FREQ-CODE.
            IF WS-SUB-W <= WS-WIN-COUNT
                COMPUTE FW-START-TIME = WS-WIN-OPEN(WS-SUB-W) * 100
                COMPUTE FW-WINDOW-CLOSE-TIME =
                    WS-WIN-CLOSE(WS-SUB-W) * 100
            END-IF.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-DEP-COUNT
                    OR WS-DEP-JOB(WS-SUB-J) = WS-DUE-JOB(WS-SUB-D)
                CONTINUE
            END-PERFORM.
            IF WS-SUB-J <= WS-DEP-COUNT
                PERFORM VARYING WS-SUB-P FROM 1 BY 1
                        UNTIL WS-SUB-P > 4
                    MOVE WS-DEP-PRED(WS-SUB-J, WS-SUB-P)
                        TO FW-PRED-NAME(WS-SUB-P)
                END-PERFORM
            END-IF.
            WRITE SCHED-FWD-REC.
            ADD 1 TO WS-IF-COUNT.

       5000-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* FORECAST SUMMARY *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BUSINESS DAYS: ' DELIMITED BY SIZE
                   WS-BUSDAY-COUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-START-DATE DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-LAST-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'JOB RUNS FORECAST: ' DELIMITED BY SIZE
                   WS-JOB-DAY-COUNT DELIMITED BY SIZE
                   '  SCHEDFWD.IF ROWS: ' DELIMITED BY SIZE
                   WS-IF-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'WEEKDAYS CLOSED EVERYWHERE: ' DELIMITED BY SIZE
                   WS-CLOSED-DAY-COUNT DELIMITED BY SIZE
                   '  PERIOD START/END DAYS: ' DELIMITED BY SIZE
                   WS-BOUNDARY-DAY-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-REGION-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'REGION ' DELIMITED BY SIZE
                       WS-RGN-CODE(WS-SUB-R) DELIMITED BY SIZE
                       '  JOB RUNS: ' DELIMITED BY SIZE
                       WS-RGN-JOB-DAYS(WS-SUB-R) DELIMITED BY SIZE
                       '  DAYS CLOSED WHILE OTHERS OPEN: '
                           DELIMITED BY SIZE
                       WS-RGN-CLOSED-DAYS(WS-SUB-R) DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
            END-PERFORM.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO SCHDFCST-RPT-REC.
            WRITE SCHDFCST-RPT-REC.

       END PROGRAM SCHDFCST.
