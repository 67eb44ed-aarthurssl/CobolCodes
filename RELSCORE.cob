      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: PAINEL DE CONFIABILIDADE DOS PROCESSOS POR PERIODO
      *          Reliability scorecard per job and PERIOD.CAL period:
      *          first-attempt success rate, failures by reason code,
      *          reruns per failure, mean time to recover from a
      *          failure to the closing run, late starts, window and
      *          dependency refusals and SLA breaches, each period
      *          shown beside the three periods before it. Built from
      *          RUNCTL.MST, CHKPT.DAT, RUNHDR.DAT and OPSALERT.DAT,
      *          with JOBLOG.DAT naming the job behind each run-id and
      *          RUNDUR.DAT / SLA.CTL giving the SLA breaches the way
      *          DURTREND counts them. Rows PURGE has archived are read
      *          from the dated archive files. Prints RELSCORE.RPT and
      *          writes the same figures comma-delimited to
      *          RELSCORE.CSV for the dashboard feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELSCORE-PRM-FILE ASSIGN TO "RELSCORE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELSCORE-PRM-STATUS.
           SELECT PERIOD-CAL-FILE ASSIGN TO "PERIOD.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUNCTL-ARCH-FILE ASSIGN USING WS-RUNCTL-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-ARCH-STATUS.
           SELECT CHKPT-FILE ASSIGN USING WS-CHKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT RUNHDR-FILE ASSIGN USING WS-RUNHDR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHDR-FILE-STATUS.
           SELECT JOBLOG-FILE ASSIGN USING WS-JOBLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
           SELECT RUNDUR-FILE ASSIGN USING WS-RUNDUR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDUR-FILE-STATUS.
           SELECT SLA-CTL-FILE ASSIGN TO "SLA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT RELSCORE-RPT-FILE ASSIGN TO "RELSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELSCORE-RPT-STATUS.
           SELECT RELSCORE-CSV-FILE ASSIGN TO "RELSCORE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELSCORE-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELSCORE-PRM-FILE.
      * The period to score; blank scores the period the run date
      * falls in, to date.
       01  RELSCORE-PRM-REC.
           02 RS-PERIOD-ID  PIC X(6).
           02 RS-RESERVED   PIC X(74).
       FD  PERIOD-CAL-FILE.
       COPY PERREC.
       FD  RUNCTL-FILE.
       COPY RCTLREC.
       FD  RUNCTL-ARCH-FILE.
      * RUNCTL.Ayyyymmdd: closed run-control records PURGE moved off
      * the master, one RUNCTL.MST record image per line.
       01  RUNCTL-ARCH-REC.
           02 RA-JOB-NAME    PIC X(8).
           02 RA-RUN-DATE    PIC 9(8).
           02 RA-STATUS      PIC X(1).
           02 RA-RUN-ID      PIC X(23).
           02 RA-OPEN-TIME   PIC 9(6).
           02 RA-CLOSE-TIME  PIC 9(6).
           02 RA-FAIL-REASON PIC X(8).
           02 RA-ATTEMPT-NBR PIC 9(2).
           02 RA-RESERVED    PIC X(10).
       FD  CHKPT-FILE.
       COPY CHKREC.
       FD  RUNHDR-FILE.
       01  RUNHDR-REC.
           02 RH-RUN-DATE     PIC 9(8).
           02 RH-RUN-TIME     PIC 9(6).
           02 RH-PROGRAM      PIC X(9).
           02 RH-RUN-ID       PIC X(23).
           02 RH-DATE-BANNER  PIC X(40).
           02 RH-PERIOD-ID    PIC X(6).
           02 RH-PERIOD-START-FLAG PIC X(1).
           02 RH-PERIOD-END-FLAG   PIC X(1).
           02 RH-LATE-START-FLAG   PIC X(1).
           02 RH-REGION-CODE  PIC X(2).
           02 RH-ATTEMPT-NBR  PIC 9(2).
           02 RH-CATCHUP-FLAG PIC X(1).
           02 RH-RESERVED     PIC X(6).
       FD  JOBLOG-FILE.
       COPY JOBREC.
       FD  RUNDUR-FILE.
       COPY RDURREC.
       FD  SLA-CTL-FILE.
       COPY SLAREC.
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  RELSCORE-RPT-FILE.
       01  RELSCORE-RPT-REC PIC X(100).
       FD  RELSCORE-CSV-FILE.
       01  RELSCORE-CSV-REC PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-RELSCORE-PRM-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-CHKPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNHDR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNDUR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SLA-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RELSCORE-RPT-STATUS PIC XX VALUE '00'.
       01 WS-RELSCORE-CSV-STATUS PIC XX VALUE '00'.

       01 WS-RUNCTL-ARCH-NAME PIC X(30) VALUE SPACES.
       01 WS-CHKPT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNHDR-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-JOBLOG-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNDUR-FILE-NAME PIC X(30) VALUE SPACES.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-FROM-INT PIC S9(9) COMP.
       01 WS-ARCH-INT PIC S9(9) COMP.
       01 WS-ARCH-DATE PIC 9(8).
       01 WS-ARCH-READ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WIN-START PIC 9(8) VALUE ZERO.
       01 WS-WIN-END PIC 9(8) VALUE ZERO.

       01 WS-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 60 TIMES.
               03 WS-PER-ID    PIC X(6).
               03 WS-PER-START PIC 9(8).
               03 WS-PER-END   PIC 9(8).
       01 WS-PER-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-TGT-SUB PIC 9(4) COMP VALUE ZERO.

      * Scorecard columns: 4 is the period being scored, 3 to 1 the
      * three periods before it (oldest first). A column with no
      * period on the calendar stays blank.
       01 WS-COL-TABLE.
           02 WS-COL-ENTRY OCCURS 4 TIMES.
               03 WS-COL-ID    PIC X(6).
               03 WS-COL-START PIC 9(8).
               03 WS-COL-END   PIC 9(8).
       01 WS-COL-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-COL-FIRST PIC 9(4) COMP VALUE 4.
       01 WS-PICK-DATE PIC 9(8).
       01 WS-PICK-COL PIC 9(4) COMP VALUE ZERO.

       01 WS-JOB-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-TABLE.
           02 WS-JOB-ENTRY OCCURS 201 TIMES.
               03 WS-JB-NAME PIC X(8).
               03 WS-JB-COL OCCURS 4 TIMES.
                   04 WS-JB-DAYS      PIC 9(5).
                   04 WS-JB-FIRST-OK  PIC 9(5).
                   04 WS-JB-RERUNS    PIC 9(5).
                   04 WS-JB-FAILS     PIC 9(5).
                   04 WS-JB-RECOVERED PIC 9(5).
                   04 WS-JB-REC-SECS  PIC 9(11).
                   04 WS-JB-LATE      PIC 9(5).
                   04 WS-JB-WINREF    PIC 9(5).
                   04 WS-JB-DEPREF    PIC 9(5).
                   04 WS-JB-SLABR     PIC 9(5).
       01 WS-JOB-HOLD PIC X(232).
       01 WS-TOTAL-SLOT PIC 9(4) COMP VALUE 201.
       01 WS-PICK-JOB PIC X(8).
       01 WS-JOB-SLOT PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-FULL-SW PIC X VALUE 'N'.
           88 JOB-TABLE-FULL VALUE 'Y'.
       01 WS-UNKNOWN-JOB PIC X(8) VALUE 'UNKNOWN'.

       01 WS-RSN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RSN-TABLE.
           02 WS-RSN-ENTRY OCCURS 500 TIMES.
               03 WS-RS-JOB    PIC X(8).
               03 WS-RS-REASON PIC X(8).
               03 WS-RS-COUNT  PIC 9(5) OCCURS 4 TIMES.
       01 WS-PICK-REASON PIC X(8).

      * One row per 'F' event in the window; the job comes from the
      * JOBLOG open row of the run-id (or its run-control record),
      * the recovery from the close of the run that ended the day.
       01 WS-FL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-FL-TABLE.
           02 WS-FL-ENTRY OCCURS 2000 TIMES.
               03 WS-FL-RUN-ID     PIC X(23).
               03 WS-FL-BUS-DATE   PIC 9(8).
               03 WS-FL-FAIL-DATE  PIC 9(8).
               03 WS-FL-FAIL-TIME  PIC 9(6).
               03 WS-FL-REASON     PIC X(8).
               03 WS-FL-JOB        PIC X(8).
               03 WS-FL-CLOSE-ID   PIC X(23).
               03 WS-FL-CLOSE-DATE PIC 9(8).
               03 WS-FL-CLOSE-TIME PIC 9(6).
               03 WS-FL-RECOVER-SW PIC X(1).

       01 WS-LT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LT-TABLE.
           02 WS-LT-ENTRY OCCURS 2000 TIMES.
               03 WS-LT-RUN-ID   PIC X(23).
               03 WS-LT-BUS-DATE PIC 9(8).
               03 WS-LT-JOB      PIC X(8).
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
           88 EVENT-TABLE-FULL VALUE 'Y'.

       01 WS-SLA-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SLA-TABLE.
           02 WS-SLA-ENTRY OCCURS 100 TIMES.
               03 WS-SLA-JOB      PIC X(9).
               03 WS-SLA-MAX-SECS PIC 9(6).

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-K PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-S PIC 9(4) COMP VALUE ZERO.
       01 WS-CHKPT-PASS PIC X VALUE 'F'.
           88 CHKPT-PASS-FAILURES VALUE 'F'.
           88 CHKPT-PASS-CLOSES   VALUE 'C'.
       01 WS-RC-JOB PIC X(8).
       01 WS-RC-DATE PIC 9(8).
       01 WS-RC-STATUS PIC X(1).
       01 WS-RC-RUN-ID PIC X(23).
       01 WS-RC-ATTEMPT PIC 9(2).
       01 WS-RUN-ID-DATE PIC 9(8).
       01 WS-RUN-ID-TIME PIC 9(6).
       01 WS-RECOVER-SECS PIC S9(11) COMP.
       01 WS-STAMP-HHMMSS.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).
       01 WS-SECS-A PIC S9(9) COMP.
       01 WS-SECS-B PIC S9(9) COMP.
       01 WS-MSG-HEAD PIC X(60).
       01 WS-MSG-JOB PIC X(20).
       01 WS-MSG-JOB-LEN PIC 9(4) COMP VALUE ZERO.
       01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-CELL-NUM PIC S9(9)V99 COMP-3.
       01 WS-CELL-DIV PIC S9(11) COMP-3.
       01 WS-CELL-NA-SW PIC X VALUE 'N'.
           88 CELL-NOT-APPLICABLE VALUE 'Y'.
       01 WS-CELL-KIND PIC X VALUE 'C'.
           88 CELL-IS-COUNT   VALUE 'C'.
           88 CELL-IS-DECIMAL VALUE 'D'.
       01 WS-EDIT-COUNT PIC Z(9)9.
       01 WS-EDIT-DEC PIC Z(6)9.99.
       01 WS-CELL-TEXT PIC X(10).
       01 WS-MEASURE PIC X(2).

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-GRID.
           02 WS-GRID-LABEL PIC X(32).
           02 WS-GRID-COL OCCURS 4 TIMES.
               03 FILLER       PIC X(4).
               03 WS-GRID-VAL  PIC X(10).

       01 WS-CSV-LINE PIC X(300).
       01 WS-CSV-PTR PIC 9(4) COMP.
       01 WS-CSV-REC-TYPE PIC X(6).
       01 WS-CSV-REASON PIC X(8).
       01 WS-CSV-ROWS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT RELSCORE-RPT-FILE.
            MOVE '*** JOB RELIABILITY SCORECARD ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM 0500-READ-PARM-CARD.
            PERFORM 1000-LOAD-PERIOD-CAL.
            PERFORM 1100-SELECT-PERIODS.
            IF WS-TGT-SUB > ZERO
                PERFORM 1200-LOAD-SLA-CTL
                MOVE 'F' TO WS-CHKPT-PASS
                PERFORM 2000-SCAN-CHKPT
                PERFORM 2100-SCAN-RUNHDR
                PERFORM 2200-SCAN-JOBLOG
                PERFORM 2300-SCAN-RUNCTL
                MOVE 'C' TO WS-CHKPT-PASS
                PERFORM 2000-SCAN-CHKPT
                PERFORM 2500-TALLY-FAILURES
                PERFORM 2550-TALLY-LATE-STARTS
                PERFORM 2600-SCAN-OPSALERT
                PERFORM 2700-SCAN-RUNDUR
                PERFORM 3000-BUILD-TOTALS
                PERFORM 4000-PRINT-SCORECARD
                PERFORM 5000-WRITE-CSV-EXTRACT
            END-IF.
            CLOSE RELSCORE-RPT-FILE.
            DISPLAY 'RELSCORE COMPLETE - ' WS-JOB-COUNT ' JOB(S), '
                WS-CSV-ROWS ' EXTRACT ROW(S), ' WS-ARCH-READ-COUNT
                ' ARCHIVE FILE(S) READ'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE RELSCORE-PRM-REC.
            OPEN INPUT RELSCORE-PRM-FILE.
            IF WS-RELSCORE-PRM-STATUS = '00'
                READ RELSCORE-PRM-FILE
                    AT END
                        INITIALIZE RELSCORE-PRM-REC
                END-READ
                CLOSE RELSCORE-PRM-FILE
            END-IF.

       1000-LOAD-PERIOD-CAL.
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

      * The scored period is the one named on the card, else the one
      * holding today (scored to date), else the latest that has
      * started. Each earlier column is the period ending last before
      * the column to its right starts.
       1100-SELECT-PERIODS.
            MOVE ZERO TO WS-TGT-SUB.
            INITIALIZE WS-COL-TABLE.
            IF RS-PERIOD-ID NOT = SPACES
                PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                        UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                    IF WS-PER-ID(WS-PER-SUB) = RS-PERIOD-ID
                        MOVE WS-PER-SUB TO WS-TGT-SUB
                    END-IF
                END-PERFORM
            ELSE
                PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                        UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                    IF WS-PER-START(WS-PER-SUB) <= WS-TODAY-DATE
                        IF WS-TGT-SUB = ZERO
                            MOVE WS-PER-SUB TO WS-TGT-SUB
                        ELSE
                            IF WS-PER-START(WS-PER-SUB)
                                    > WS-PER-START(WS-TGT-SUB)
                                MOVE WS-PER-SUB TO WS-TGT-SUB
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-TGT-SUB = ZERO
                IF RS-PERIOD-ID NOT = SPACES
                    MOVE 'PERIOD ON THE CARD IS NOT ON PERIOD.CAL'
                        TO WS-RPT-LINE
                ELSE
                    MOVE 'NO PERIOD ON PERIOD.CAL HAS STARTED'
                        TO WS-RPT-LINE
                END-IF
                PERFORM 7000-WRITE-REPORT-LINE
                DISPLAY '*** RELSCORE: NO PERIOD TO SCORE'
            ELSE
                MOVE WS-PER-ID(WS-TGT-SUB) TO WS-COL-ID(4)
                MOVE WS-PER-START(WS-TGT-SUB) TO WS-COL-START(4)
                MOVE WS-PER-END(WS-TGT-SUB) TO WS-COL-END(4)
                MOVE 4 TO WS-COL-FIRST
                PERFORM VARYING WS-COL-SUB FROM 3 BY -1
                        UNTIL WS-COL-SUB < 1
                        OR WS-COL-FIRST NOT = WS-COL-SUB + 1
                    PERFORM 1150-FIND-PREVIOUS-PERIOD
                END-PERFORM
                MOVE WS-COL-START(WS-COL-FIRST) TO WS-WIN-START
                MOVE WS-COL-END(4) TO WS-WIN-END
                COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WIN-START)
            END-IF.

       1150-FIND-PREVIOUS-PERIOD.
            MOVE ZERO TO WS-SUB-K.
            PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                    UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                IF WS-PER-END(WS-PER-SUB)
                        < WS-COL-START(WS-COL-SUB + 1)
                    IF WS-SUB-K = ZERO
                        MOVE WS-PER-SUB TO WS-SUB-K
                    ELSE
                        IF WS-PER-END(WS-PER-SUB) > WS-PER-END(WS-SUB-K)
                            MOVE WS-PER-SUB TO WS-SUB-K
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SUB-K > ZERO
                MOVE WS-PER-ID(WS-SUB-K) TO WS-COL-ID(WS-COL-SUB)
                MOVE WS-PER-START(WS-SUB-K) TO WS-COL-START(WS-COL-SUB)
                MOVE WS-PER-END(WS-SUB-K) TO WS-COL-END(WS-COL-SUB)
                MOVE WS-COL-SUB TO WS-COL-FIRST
            END-IF.

       1200-LOAD-SLA-CTL.
            MOVE ZERO TO WS-SLA-COUNT.
            OPEN INPUT SLA-CTL-FILE.
            IF WS-SLA-FILE-STATUS = '00'
                PERFORM UNTIL WS-SLA-FILE-STATUS NOT = '00'
                    READ SLA-CTL-FILE
                        AT END
                            MOVE '10' TO WS-SLA-FILE-STATUS
                        NOT AT END
                            IF WS-SLA-COUNT < 100
                                ADD 1 TO WS-SLA-COUNT
                                MOVE SLA-JOB-NAME
                                    TO WS-SLA-JOB(WS-SLA-COUNT)
                                MOVE SLA-MAX-SECS
                                    TO WS-SLA-MAX-SECS(WS-SLA-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SLA-CTL-FILE
            END-IF.

      * PURGE names each archive for the day the purge ran and only
      * moves rows older than that day, so every run in the window is
      * in the live file or in an archive dated from the window start
      * through today. The first CHKPT pass collects the failures,
      * the second the closes that recovered them.
       2000-SCAN-CHKPT.
            MOVE 'CHKPT.DAT' TO WS-CHKPT-FILE-NAME.
            PERFORM 2010-READ-CHKPT-FILE.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-CHKPT-FILE-NAME
                STRING 'CHKPT.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-CHKPT-FILE-NAME
                END-STRING
                PERFORM 2010-READ-CHKPT-FILE
            END-PERFORM.

       2010-READ-CHKPT-FILE.
            OPEN INPUT CHKPT-FILE.
            IF WS-CHKPT-FILE-STATUS = '00'
                IF CHKPT-PASS-FAILURES
                        AND WS-CHKPT-FILE-NAME NOT = 'CHKPT.DAT'
                    ADD 1 TO WS-ARCH-READ-COUNT
                END-IF
                PERFORM UNTIL WS-CHKPT-FILE-STATUS NOT = '00'
                    READ CHKPT-FILE
                        AT END
                            MOVE '10' TO WS-CHKPT-FILE-STATUS
                        NOT AT END
                            IF CHKPT-PASS-FAILURES
                                IF CK-EVENT = 'F'
                                    PERFORM 2050-KEEP-FAILURE
                                END-IF
                            ELSE
                                IF CK-EVENT = 'C'
                                    PERFORM 2450-MATCH-CLOSE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHKPT-FILE
            END-IF.

      * A run-id carries the business date and open time of its run.
       2050-KEEP-FAILURE.
            IF CK-RUN-ID(10:8) IS NUMERIC
                MOVE CK-RUN-ID(10:8) TO WS-RUN-ID-DATE
                IF WS-RUN-ID-DATE >= WS-WIN-START
                        AND WS-RUN-ID-DATE <= WS-WIN-END
                    IF WS-FL-COUNT < 2000
                        ADD 1 TO WS-FL-COUNT
                        INITIALIZE WS-FL-ENTRY(WS-FL-COUNT)
                        MOVE CK-RUN-ID TO WS-FL-RUN-ID(WS-FL-COUNT)
                        MOVE WS-RUN-ID-DATE
                            TO WS-FL-BUS-DATE(WS-FL-COUNT)
                        MOVE CK-EVENT-DATE
                            TO WS-FL-FAIL-DATE(WS-FL-COUNT)
                        MOVE CK-EVENT-TIME
                            TO WS-FL-FAIL-TIME(WS-FL-COUNT)
                        MOVE CK-DETAIL TO WS-FL-REASON(WS-FL-COUNT)
                        IF CK-DETAIL = SPACES
                            MOVE '(NONE)' TO WS-FL-REASON(WS-FL-COUNT)
                        END-IF
                        MOVE SPACES TO WS-FL-JOB(WS-FL-COUNT)
                        MOVE 'N' TO WS-FL-RECOVER-SW(WS-FL-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-TABLE-FULL-SW
                    END-IF
                END-IF
            END-IF.

       2100-SCAN-RUNHDR.
            MOVE 'RUNHDR.DAT' TO WS-RUNHDR-FILE-NAME.
            PERFORM 2110-READ-RUNHDR-FILE.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-RUNHDR-FILE-NAME
                STRING 'RUNHDR.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-RUNHDR-FILE-NAME
                END-STRING
                PERFORM 2110-READ-RUNHDR-FILE
            END-PERFORM.

       2110-READ-RUNHDR-FILE.
            OPEN INPUT RUNHDR-FILE.
            IF WS-RUNHDR-FILE-STATUS = '00'
                IF WS-RUNHDR-FILE-NAME NOT = 'RUNHDR.DAT'
                    ADD 1 TO WS-ARCH-READ-COUNT
                END-IF
                PERFORM UNTIL WS-RUNHDR-FILE-STATUS NOT = '00'
                    READ RUNHDR-FILE
                        AT END
                            MOVE '10' TO WS-RUNHDR-FILE-STATUS
                        NOT AT END
                            IF RH-LATE-START-FLAG = 'Y'
                                    AND RH-RUN-DATE >= WS-WIN-START
                                    AND RH-RUN-DATE <= WS-WIN-END
                                PERFORM 2150-KEEP-LATE-START
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNHDR-FILE
            END-IF.

       2150-KEEP-LATE-START.
            IF WS-LT-COUNT < 2000
                ADD 1 TO WS-LT-COUNT
                MOVE RH-RUN-ID TO WS-LT-RUN-ID(WS-LT-COUNT)
                MOVE RH-RUN-DATE TO WS-LT-BUS-DATE(WS-LT-COUNT)
                MOVE SPACES TO WS-LT-JOB(WS-LT-COUNT)
            ELSE
                MOVE 'Y' TO WS-TABLE-FULL-SW
            END-IF.

      * The JOBLOG row written by an open carries the run-id's date
      * and time, so it names the job behind a failed or late run.
       2200-SCAN-JOBLOG.
            MOVE 'JOBLOG.DAT' TO WS-JOBLOG-FILE-NAME.
            PERFORM 2210-READ-JOBLOG-FILE.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-JOBLOG-FILE-NAME
                STRING 'JOBLOG.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-JOBLOG-FILE-NAME
                END-STRING
                PERFORM 2210-READ-JOBLOG-FILE
            END-PERFORM.

       2210-READ-JOBLOG-FILE.
            OPEN INPUT JOBLOG-FILE.
            IF WS-JOBLOG-FILE-STATUS = '00'
                IF WS-JOBLOG-FILE-NAME NOT = 'JOBLOG.DAT'
                    ADD 1 TO WS-ARCH-READ-COUNT
                END-IF
                PERFORM UNTIL WS-JOBLOG-FILE-STATUS NOT = '00'
                    READ JOBLOG-FILE
                        AT END
                            MOVE '10' TO WS-JOBLOG-FILE-STATUS
                        NOT AT END
                            IF JL-RUN-DATE >= WS-WIN-START
                                    AND JL-RUN-DATE <= WS-WIN-END
                                PERFORM 2250-MATCH-JOBLOG-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOBLOG-FILE
            END-IF.

       2250-MATCH-JOBLOG-ROW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-FL-COUNT
                IF WS-FL-JOB(WS-SUB-I) = SPACES
                        AND WS-FL-BUS-DATE(WS-SUB-I) = JL-RUN-DATE
                        AND WS-FL-RUN-ID(WS-SUB-I)(18:6) = JL-TIMESTAMP
                    MOVE JL-JOB-ID TO WS-FL-JOB(WS-SUB-I)
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-LT-COUNT
                IF WS-LT-JOB(WS-SUB-I) = SPACES
                        AND WS-LT-BUS-DATE(WS-SUB-I) = JL-RUN-DATE
                        AND WS-LT-RUN-ID(WS-SUB-I)(18:6) = JL-TIMESTAMP
                    MOVE JL-JOB-ID TO WS-LT-JOB(WS-SUB-I)
                END-IF
            END-PERFORM.

      * One run-control record per job and business date holds how
      * the day ended: closed on attempt 1 is a first-attempt
      * success, each attempt past the first is a rerun, and a closed
      * record names the run whose close recovered the day's
      * failures.
       2300-SCAN-RUNCTL.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RUNCTL-FILE-STATUS = '00'
                MOVE LOW-VALUES TO RC-KEY
                START RUNCTL-FILE KEY >= RC-KEY
                    INVALID KEY
                        MOVE '10' TO WS-RUNCTL-FILE-STATUS
                END-START
                PERFORM UNTIL WS-RUNCTL-FILE-STATUS NOT = '00'
                    READ RUNCTL-FILE NEXT
                        AT END
                            MOVE '10' TO WS-RUNCTL-FILE-STATUS
                        NOT AT END
                            MOVE RC-JOB-NAME TO WS-RC-JOB
                            MOVE RC-RUN-DATE TO WS-RC-DATE
                            MOVE RC-STATUS TO WS-RC-STATUS
                            MOVE RC-RUN-ID TO WS-RC-RUN-ID
                            MOVE RC-ATTEMPT-NBR TO WS-RC-ATTEMPT
                            PERFORM 2350-APPLY-RUNCTL-ROW
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
            END-IF.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-RUNCTL-ARCH-NAME
                STRING 'RUNCTL.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-RUNCTL-ARCH-NAME
                END-STRING
                OPEN INPUT RUNCTL-ARCH-FILE
                IF WS-RUNCTL-ARCH-STATUS = '00'
                    ADD 1 TO WS-ARCH-READ-COUNT
                    PERFORM UNTIL WS-RUNCTL-ARCH-STATUS NOT = '00'
                        READ RUNCTL-ARCH-FILE
                            AT END
                                MOVE '10' TO WS-RUNCTL-ARCH-STATUS
                            NOT AT END
                                MOVE RA-JOB-NAME TO WS-RC-JOB
                                MOVE RA-RUN-DATE TO WS-RC-DATE
                                MOVE RA-STATUS TO WS-RC-STATUS
                                MOVE RA-RUN-ID TO WS-RC-RUN-ID
                                MOVE RA-ATTEMPT-NBR TO WS-RC-ATTEMPT
                                PERFORM 2350-APPLY-RUNCTL-ROW
                        END-READ
                    END-PERFORM
                    CLOSE RUNCTL-ARCH-FILE
                END-IF
            END-PERFORM.

       2350-APPLY-RUNCTL-ROW.
            MOVE WS-RC-DATE TO WS-PICK-DATE.
            PERFORM 8000-FIND-COLUMN.
            IF WS-PICK-COL > ZERO
                MOVE WS-RC-JOB TO WS-PICK-JOB
                PERFORM 8100-FIND-JOB-SLOT
                IF WS-JOB-SLOT > ZERO
                    ADD 1 TO WS-JB-DAYS(WS-JOB-SLOT, WS-PICK-COL)
                    IF WS-RC-ATTEMPT IS NOT NUMERIC
                            OR WS-RC-ATTEMPT = ZERO
                        MOVE 1 TO WS-RC-ATTEMPT
                    END-IF
                    IF WS-RC-STATUS = 'C' AND WS-RC-ATTEMPT = 1
                        ADD 1 TO WS-JB-FIRST-OK(WS-JOB-SLOT,
                            WS-PICK-COL)
                    END-IF
                    COMPUTE WS-JB-RERUNS(WS-JOB-SLOT, WS-PICK-COL) =
                        WS-JB-RERUNS(WS-JOB-SLOT, WS-PICK-COL)
                        + WS-RC-ATTEMPT - 1
                END-IF
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-FL-COUNT
                    IF WS-FL-JOB(WS-SUB-I) = SPACES
                            AND WS-FL-RUN-ID(WS-SUB-I) = WS-RC-RUN-ID
                        MOVE WS-RC-JOB TO WS-FL-JOB(WS-SUB-I)
                    END-IF
                    IF WS-FL-JOB(WS-SUB-I) = WS-RC-JOB
                            AND WS-FL-BUS-DATE(WS-SUB-I) = WS-RC-DATE
                            AND WS-RC-STATUS = 'C'
                        MOVE WS-RC-RUN-ID TO WS-FL-CLOSE-ID(WS-SUB-I)
                    END-IF
                END-PERFORM
            END-IF.

      * The first close of the run that ended the day recovers its
      * failures: a restart closes under the failed run-id itself, a
      * rerun under its own, and neither closes before the failure.
       2450-MATCH-CLOSE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-FL-COUNT
                IF WS-FL-CLOSE-ID(WS-SUB-I) = CK-RUN-ID
                        AND WS-FL-RECOVER-SW(WS-SUB-I) NOT = 'Y'
                    MOVE 'Y' TO WS-FL-RECOVER-SW(WS-SUB-I)
                    MOVE CK-EVENT-DATE TO WS-FL-CLOSE-DATE(WS-SUB-I)
                    MOVE CK-EVENT-TIME TO WS-FL-CLOSE-TIME(WS-SUB-I)
                END-IF
            END-PERFORM.

       2500-TALLY-FAILURES.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-FL-COUNT
                MOVE WS-FL-BUS-DATE(WS-SUB-I) TO WS-PICK-DATE
                PERFORM 8000-FIND-COLUMN
                IF WS-PICK-COL > ZERO
                    IF WS-FL-JOB(WS-SUB-I) = SPACES
                        ADD 1 TO WS-UNRESOLVED-COUNT
                        MOVE WS-UNKNOWN-JOB TO WS-PICK-JOB
                    ELSE
                        MOVE WS-FL-JOB(WS-SUB-I) TO WS-PICK-JOB
                    END-IF
                    PERFORM 8100-FIND-JOB-SLOT
                    IF WS-JOB-SLOT > ZERO
                        ADD 1 TO WS-JB-FAILS(WS-JOB-SLOT, WS-PICK-COL)
                        MOVE WS-FL-REASON(WS-SUB-I) TO WS-PICK-REASON
                        PERFORM 8200-ADD-REASON
                        IF WS-FL-RECOVER-SW(WS-SUB-I) = 'Y'
                            PERFORM 2510-ADD-RECOVERY-TIME
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       2510-ADD-RECOVERY-TIME.
            MOVE WS-FL-FAIL-TIME(WS-SUB-I) TO WS-STAMP-HHMMSS.
            COMPUTE WS-SECS-A = WS-STAMP-HH * 3600
                + WS-STAMP-MM * 60 + WS-STAMP-SS.
            MOVE WS-FL-CLOSE-TIME(WS-SUB-I) TO WS-STAMP-HHMMSS.
            COMPUTE WS-SECS-B = WS-STAMP-HH * 3600
                + WS-STAMP-MM * 60 + WS-STAMP-SS.
            COMPUTE WS-RECOVER-SECS =
                (FUNCTION INTEGER-OF-DATE(WS-FL-CLOSE-DATE(WS-SUB-I))
                - FUNCTION INTEGER-OF-DATE(WS-FL-FAIL-DATE(WS-SUB-I)))
                * 86400 + WS-SECS-B - WS-SECS-A.
      * Events carry the business date, so a close after midnight
      * can read earlier than the failure on the same date.
            IF WS-RECOVER-SECS < ZERO
                ADD 86400 TO WS-RECOVER-SECS
            END-IF.
            IF WS-RECOVER-SECS < ZERO
                MOVE ZERO TO WS-RECOVER-SECS
            END-IF.
            ADD 1 TO WS-JB-RECOVERED(WS-JOB-SLOT, WS-PICK-COL).
            ADD WS-RECOVER-SECS
                TO WS-JB-REC-SECS(WS-JOB-SLOT, WS-PICK-COL).

       2550-TALLY-LATE-STARTS.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-LT-COUNT
                MOVE WS-LT-BUS-DATE(WS-SUB-I) TO WS-PICK-DATE
                PERFORM 8000-FIND-COLUMN
                IF WS-PICK-COL > ZERO
                    IF WS-LT-JOB(WS-SUB-I) = SPACES
                        ADD 1 TO WS-UNRESOLVED-COUNT
                        MOVE WS-UNKNOWN-JOB TO WS-PICK-JOB
                    ELSE
                        MOVE WS-LT-JOB(WS-SUB-I) TO WS-PICK-JOB
                    END-IF
                    PERFORM 8100-FIND-JOB-SLOT
                    IF WS-JOB-SLOT > ZERO
                        ADD 1 TO WS-JB-LATE(WS-JOB-SLOT, WS-PICK-COL)
                    END-IF
                END-IF
            END-PERFORM.

      * Refusal alerts end their message with 'FOR JOB ' and the job.
       2600-SCAN-OPSALERT.
            OPEN INPUT OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '00'
                PERFORM UNTIL WS-OPSALERT-FILE-STATUS NOT = '00'
                    READ OPSALERT-FILE
                        AT END
                            MOVE '10' TO WS-OPSALERT-FILE-STATUS
                        NOT AT END
                            IF (AL-ALERT-CODE = 'WINREFUS'
                                    OR AL-ALERT-CODE = 'DEPREFUS')
                                    AND AL-RUN-DATE IS NUMERIC
                                PERFORM 2650-COUNT-REFUSAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPSALERT-FILE
            END-IF.

       2650-COUNT-REFUSAL.
            MOVE AL-RUN-DATE TO WS-PICK-DATE.
            PERFORM 8000-FIND-COLUMN.
            IF WS-PICK-COL > ZERO
                MOVE SPACES TO WS-MSG-HEAD
                MOVE SPACES TO WS-MSG-JOB
                UNSTRING AL-MESSAGE DELIMITED BY 'FOR JOB '
                    INTO WS-MSG-HEAD WS-MSG-JOB
                END-UNSTRING
                IF WS-MSG-JOB = SPACES
                    MOVE WS-UNKNOWN-JOB TO WS-PICK-JOB
                ELSE
                    MOVE WS-MSG-JOB(1:8) TO WS-PICK-JOB
                    IF AL-MESSAGE(60:1) NOT = SPACE
                        PERFORM 2660-MATCH-CUT-JOB-NAME
                    END-IF
                END-IF
                PERFORM 8100-FIND-JOB-SLOT
                IF WS-JOB-SLOT > ZERO
                    IF AL-ALERT-CODE = 'WINREFUS'
                        ADD 1 TO WS-JB-WINREF(WS-JOB-SLOT, WS-PICK-COL)
                    ELSE
                        ADD 1 TO WS-JB-DEPREF(WS-JOB-SLOT, WS-PICK-COL)
                    END-IF
                END-IF
            END-IF.

      * Older DEPREFUS messages ran past the 60-byte message field and
      * lost the end of the job name. A name that runs to the end of
      * the message may be cut short, so it is matched by prefix
      * against the jobs already seen in the period.
       2660-MATCH-CUT-JOB-NAME.
            MOVE ZERO TO WS-MSG-JOB-LEN.
            INSPECT WS-PICK-JOB TALLYING WS-MSG-JOB-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-MSG-JOB-LEN > ZERO AND WS-MSG-JOB-LEN < 8
                PERFORM VARYING WS-SUB-S FROM 1 BY 1
                        UNTIL WS-SUB-S > WS-JOB-COUNT
                        OR WS-JB-NAME(WS-SUB-S) = WS-PICK-JOB
                    CONTINUE
                END-PERFORM
                IF WS-SUB-S > WS-JOB-COUNT
                    PERFORM VARYING WS-SUB-S FROM 1 BY 1
                            UNTIL WS-SUB-S > WS-JOB-COUNT
                            OR WS-JB-NAME(WS-SUB-S)(1:WS-MSG-JOB-LEN)
                                = WS-PICK-JOB(1:WS-MSG-JOB-LEN)
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-S NOT > WS-JOB-COUNT
                        MOVE WS-JB-NAME(WS-SUB-S) TO WS-PICK-JOB
                    END-IF
                END-IF
            END-IF.

      * A run breaches its SLA when its elapsed seconds exceed the
      * job's SLA.CTL maximum, the test DURTREND applies.
       2700-SCAN-RUNDUR.
            MOVE 'RUNDUR.DAT' TO WS-RUNDUR-FILE-NAME.
            PERFORM 2710-READ-RUNDUR-FILE.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-RUNDUR-FILE-NAME
                STRING 'RUNDUR.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-RUNDUR-FILE-NAME
                END-STRING
                PERFORM 2710-READ-RUNDUR-FILE
            END-PERFORM.

       2710-READ-RUNDUR-FILE.
            OPEN INPUT RUNDUR-FILE.
            IF WS-RUNDUR-FILE-STATUS = '00'
                IF WS-RUNDUR-FILE-NAME NOT = 'RUNDUR.DAT'
                    ADD 1 TO WS-ARCH-READ-COUNT
                END-IF
                PERFORM UNTIL WS-RUNDUR-FILE-STATUS NOT = '00'
                    READ RUNDUR-FILE
                        AT END
                            MOVE '10' TO WS-RUNDUR-FILE-STATUS
                        NOT AT END
                            IF RD-RUN-ID(10:8) IS NUMERIC
                                    AND RD-ELAPSED-SECS IS NUMERIC
                                PERFORM 2750-CHECK-SLA-BREACH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNDUR-FILE
            END-IF.

       2750-CHECK-SLA-BREACH.
            MOVE RD-RUN-ID(10:8) TO WS-PICK-DATE.
            PERFORM 8000-FIND-COLUMN.
            IF WS-PICK-COL > ZERO
                PERFORM VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K > WS-SLA-COUNT
                    IF WS-SLA-JOB(WS-SUB-K) = RD-JOB-NAME
                            AND WS-SLA-MAX-SECS(WS-SUB-K) > ZERO
                            AND RD-ELAPSED-SECS
                                > WS-SLA-MAX-SECS(WS-SUB-K)
                        MOVE RD-JOB-NAME TO WS-PICK-JOB
                        PERFORM 8100-FIND-JOB-SLOT
                        IF WS-JOB-SLOT > ZERO
                            ADD 1 TO WS-JB-SLABR(WS-JOB-SLOT,
                                WS-PICK-COL)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      * Jobs print in name order; slot 201 holds the all-jobs totals.
       3000-BUILD-TOTALS.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I >= WS-JOB-COUNT
                PERFORM VARYING WS-SUB-J FROM WS-SUB-I BY 1
                        UNTIL WS-SUB-J > WS-JOB-COUNT
                    IF WS-JB-NAME(WS-SUB-J) < WS-JB-NAME(WS-SUB-I)
                        MOVE WS-JOB-ENTRY(WS-SUB-I) TO WS-JOB-HOLD
                        MOVE WS-JOB-ENTRY(WS-SUB-J)
                            TO WS-JOB-ENTRY(WS-SUB-I)
                        MOVE WS-JOB-HOLD TO WS-JOB-ENTRY(WS-SUB-J)
                    END-IF
                END-PERFORM
            END-PERFORM.
            INITIALIZE WS-JOB-ENTRY(WS-TOTAL-SLOT).
            MOVE 'ALL JOBS' TO WS-JB-NAME(WS-TOTAL-SLOT).
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-JOB-COUNT
                PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                        UNTIL WS-COL-SUB > 4
                    ADD WS-JB-DAYS(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-DAYS(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-FIRST-OK(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-FIRST-OK(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-RERUNS(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-RERUNS(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-FAILS(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-FAILS(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-RECOVERED(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-RECOVERED(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-REC-SECS(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-REC-SECS(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-LATE(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-LATE(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-WINREF(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-WINREF(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-DEPREF(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-DEPREF(WS-TOTAL-SLOT, WS-COL-SUB)
                    ADD WS-JB-SLABR(WS-SUB-I, WS-COL-SUB)
                        TO WS-JB-SLABR(WS-TOTAL-SLOT, WS-COL-SUB)
                END-PERFORM
            END-PERFORM.

       4000-PRINT-SCORECARD.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PERIOD SCORED: ' DELIMITED BY SIZE
                   WS-COL-ID(4) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-COL-START(4) DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-COL-END(4) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            IF WS-COL-END(4) > WS-TODAY-DATE
                MOVE '(TO DATE)' TO WS-RPT-LINE(53:9)
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUN DATE: ' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '  ARCHIVE FILES READ: ' DELIMITED BY SIZE
                   WS-ARCH-READ-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-UNRESOLVED-COUNT > ZERO
                MOVE SPACES TO WS-RPT-LINE
                STRING 'RUNS WHOSE JOB COULD NOT BE FOUND (SHOWN AS '
                           DELIMITED BY SIZE
                       'UNKNOWN): ' DELIMITED BY SIZE
                       WS-UNRESOLVED-COUNT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            IF EVENT-TABLE-FULL OR JOB-TABLE-FULL
                MOVE '*** WARNING: TABLE LIMIT REACHED - INCOMPLETE ***'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            IF WS-JOB-COUNT = ZERO
                MOVE SPACES TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE '(NOTHING ON FILE FOR THESE PERIODS)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            ELSE
                PERFORM VARYING WS-SUB-J FROM 1 BY 1
                        UNTIL WS-SUB-J > WS-JOB-COUNT
                    PERFORM 4100-PRINT-JOB-BLOCK
                END-PERFORM
                MOVE WS-TOTAL-SLOT TO WS-SUB-J
                PERFORM 4100-PRINT-JOB-BLOCK
            END-IF.

       4100-PRINT-JOB-BLOCK.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            INITIALIZE WS-RPT-GRID.
            STRING 'JOB ' DELIMITED BY SIZE
                   WS-JB-NAME(WS-SUB-J) DELIMITED BY SIZE
                   INTO WS-GRID-LABEL
            END-STRING.
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                MOVE WS-COL-ID(WS-COL-SUB)
                    TO WS-GRID-VAL(WS-COL-SUB)(5:6)
                IF WS-COL-SUB = 4
                    MOVE '*' TO WS-GRID-VAL(WS-COL-SUB)(4:1)
                END-IF
            END-PERFORM.
            MOVE WS-RPT-GRID TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'RD' TO WS-MEASURE.
            MOVE '  RUN DAYS' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'FP' TO WS-MEASURE.
            MOVE '  FIRST-ATTEMPT SUCCESS %' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'FL' TO WS-MEASURE.
            MOVE '  FAILURES' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            IF WS-SUB-J NOT = WS-TOTAL-SLOT
                PERFORM VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K > WS-RSN-COUNT
                    IF WS-RS-JOB(WS-SUB-K) = WS-JB-NAME(WS-SUB-J)
                        PERFORM 4300-PRINT-REASON-LINE
                    END-IF
                END-PERFORM
            END-IF.
            MOVE 'RR' TO WS-MEASURE.
            MOVE '  RERUNS PER FAILURE' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'MT' TO WS-MEASURE.
            MOVE '  MEAN TIME TO RECOVER (MINS)' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'LS' TO WS-MEASURE.
            MOVE '  LATE STARTS' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'WR' TO WS-MEASURE.
            MOVE '  WINDOW REFUSALS' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'DR' TO WS-MEASURE.
            MOVE '  DEPENDENCY REFUSALS' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.
            MOVE 'SB' TO WS-MEASURE.
            MOVE '  SLA BREACHES' TO WS-GRID-LABEL.
            PERFORM 4200-PRINT-MEASURE-LINE.

       4200-PRINT-MEASURE-LINE.
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                PERFORM 8300-COMPUTE-MEASURE
                PERFORM 8400-FORMAT-CELL
                MOVE WS-CELL-TEXT TO WS-GRID-VAL(WS-COL-SUB)
            END-PERFORM.
            MOVE WS-RPT-GRID TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       4300-PRINT-REASON-LINE.
            MOVE SPACES TO WS-GRID-LABEL.
            STRING '    REASON ' DELIMITED BY SIZE
                   WS-RS-REASON(WS-SUB-K) DELIMITED BY SIZE
                   INTO WS-GRID-LABEL
            END-STRING.
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                MOVE 'N' TO WS-CELL-NA-SW
                MOVE 'C' TO WS-CELL-KIND
                IF WS-COL-ID(WS-COL-SUB) = SPACES
                    MOVE 'Y' TO WS-CELL-NA-SW
                END-IF
                MOVE WS-RS-COUNT(WS-SUB-K, WS-COL-SUB) TO WS-CELL-NUM
                PERFORM 8400-FORMAT-CELL
                MOVE WS-CELL-TEXT TO WS-GRID-VAL(WS-COL-SUB)
            END-PERFORM.
            MOVE WS-RPT-GRID TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * One JOB row per job (and the ALL JOBS total) per period, and
      * one REASON row per job, period and failure reason carrying
      * the failure count; figures that cannot be worked out for a
      * period are left empty.
       5000-WRITE-CSV-EXTRACT.
            OPEN OUTPUT RELSCORE-CSV-FILE.
            MOVE SPACES TO WS-CSV-LINE.
            STRING 'REC_TYPE,PERIOD_ID,PERIOD_START,PERIOD_END,'
                       DELIMITED BY SIZE
                   'JOB_NAME,FAIL_REASON,RUN_DAYS,FIRST_ATTEMPT_OK,'
                       DELIMITED BY SIZE
                   'FIRST_ATTEMPT_PCT,FAILURES,RERUNS,'
                       DELIMITED BY SIZE
                   'RERUNS_PER_FAILURE,RECOVERED,MTTR_MINS,'
                       DELIMITED BY SIZE
                   'LATE_STARTS,WINDOW_REFUSALS,DEP_REFUSALS,'
                       DELIMITED BY SIZE
                   'SLA_BREACHES' DELIMITED BY SIZE
                   INTO WS-CSV-LINE
            END-STRING.
            PERFORM 7100-WRITE-CSV-LINE.
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                IF WS-COL-ID(WS-COL-SUB) NOT = SPACES
                    PERFORM VARYING WS-SUB-J FROM 1 BY 1
                            UNTIL WS-SUB-J > WS-JOB-COUNT
                        PERFORM 5100-WRITE-CSV-JOB-ROW
                    END-PERFORM
                    IF WS-JOB-COUNT > ZERO
                        MOVE WS-TOTAL-SLOT TO WS-SUB-J
                        PERFORM 5100-WRITE-CSV-JOB-ROW
                    END-IF
                    PERFORM VARYING WS-SUB-K FROM 1 BY 1
                            UNTIL WS-SUB-K > WS-RSN-COUNT
                        IF WS-RS-COUNT(WS-SUB-K, WS-COL-SUB) > ZERO
                            PERFORM 5200-WRITE-CSV-REASON-ROW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
            CLOSE RELSCORE-CSV-FILE.

       5100-WRITE-CSV-JOB-ROW.
            MOVE 'JOB' TO WS-CSV-REC-TYPE.
            MOVE SPACES TO WS-CSV-REASON.
            PERFORM 5300-START-CSV-ROW.
            MOVE 'RD' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'FO' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'FP' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'FL' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'RN' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'RR' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'RC' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'MT' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'LS' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'WR' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'DR' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            MOVE 'SB' TO WS-MEASURE.
            PERFORM 5400-ADD-CSV-MEASURE.
            PERFORM 7100-WRITE-CSV-LINE.

       5200-WRITE-CSV-REASON-ROW.
            MOVE 'REASON' TO WS-CSV-REC-TYPE.
            MOVE WS-RS-REASON(WS-SUB-K) TO WS-CSV-REASON.
            MOVE WS-RS-JOB(WS-SUB-K) TO WS-PICK-JOB.
            PERFORM 5300-START-CSV-ROW.
            MOVE WS-RS-COUNT(WS-SUB-K, WS-COL-SUB) TO WS-EDIT-COUNT.
            STRING ',,,,' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ',,,,,,,,' DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
            END-STRING.
            PERFORM 7100-WRITE-CSV-LINE.

      * Row type, period and job/reason keys; WS-CSV-PTR is left at
      * the comma that opens the first figure.
       5300-START-CSV-ROW.
            IF WS-CSV-REC-TYPE = 'JOB'
                MOVE WS-JB-NAME(WS-SUB-J) TO WS-PICK-JOB
            END-IF.
            MOVE SPACES TO WS-CSV-LINE.
            MOVE 1 TO WS-CSV-PTR.
            STRING FUNCTION TRIM(WS-CSV-REC-TYPE) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-COL-ID(WS-COL-SUB) DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   WS-COL-START(WS-COL-SUB) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-COL-END(WS-COL-SUB) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PICK-JOB) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-REASON) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
            END-STRING.

       5400-ADD-CSV-MEASURE.
            PERFORM 8300-COMPUTE-MEASURE.
            IF CELL-NOT-APPLICABLE
                STRING ',' DELIMITED BY SIZE
                       INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
                END-STRING
            ELSE
                IF CELL-IS-DECIMAL
                    MOVE WS-CELL-NUM TO WS-EDIT-DEC
                    STRING ',' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-DEC) DELIMITED BY SIZE
                           INTO WS-CSV-LINE
                           WITH POINTER WS-CSV-PTR
                    END-STRING
                ELSE
                    MOVE WS-CELL-NUM TO WS-EDIT-COUNT
                    STRING ',' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           INTO WS-CSV-LINE
                           WITH POINTER WS-CSV-PTR
                    END-STRING
                END-IF
            END-IF.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO RELSCORE-RPT-REC.
            WRITE RELSCORE-RPT-REC.

       7100-WRITE-CSV-LINE.
            MOVE WS-CSV-LINE TO RELSCORE-CSV-REC.
            WRITE RELSCORE-CSV-REC.
            ADD 1 TO WS-CSV-ROWS.

       8000-FIND-COLUMN.
            MOVE ZERO TO WS-PICK-COL.
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                IF WS-COL-ID(WS-COL-SUB) NOT = SPACES
                        AND WS-PICK-DATE >= WS-COL-START(WS-COL-SUB)
                        AND WS-PICK-DATE <= WS-COL-END(WS-COL-SUB)
                    MOVE WS-COL-SUB TO WS-PICK-COL
                END-IF
            END-PERFORM.

       8100-FIND-JOB-SLOT.
            MOVE ZERO TO WS-JOB-SLOT.
            PERFORM VARYING WS-SUB-S FROM 1 BY 1
                    UNTIL WS-SUB-S > WS-JOB-COUNT
                    OR WS-JOB-SLOT > ZERO
                IF WS-JB-NAME(WS-SUB-S) = WS-PICK-JOB
                    MOVE WS-SUB-S TO WS-JOB-SLOT
                END-IF
            END-PERFORM.
            IF WS-JOB-SLOT = ZERO
                IF WS-JOB-COUNT < 200
                    ADD 1 TO WS-JOB-COUNT
                    MOVE WS-JOB-COUNT TO WS-JOB-SLOT
                    INITIALIZE WS-JOB-ENTRY(WS-JOB-SLOT)
                    MOVE WS-PICK-JOB TO WS-JB-NAME(WS-JOB-SLOT)
                ELSE
                    MOVE 'Y' TO WS-JOB-FULL-SW
                END-IF
            END-IF.

       8200-ADD-REASON.
            PERFORM VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-RSN-COUNT
                    OR (WS-RS-JOB(WS-SUB-K) = WS-PICK-JOB
                    AND WS-RS-REASON(WS-SUB-K) = WS-PICK-REASON)
                CONTINUE
            END-PERFORM.
            IF WS-SUB-K > WS-RSN-COUNT
                IF WS-RSN-COUNT < 500
                    ADD 1 TO WS-RSN-COUNT
                    MOVE WS-RSN-COUNT TO WS-SUB-K
                    INITIALIZE WS-RSN-ENTRY(WS-SUB-K)
                    MOVE WS-PICK-JOB TO WS-RS-JOB(WS-SUB-K)
                    MOVE WS-PICK-REASON TO WS-RS-REASON(WS-SUB-K)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                    MOVE ZERO TO WS-SUB-K
                END-IF
            END-IF.
            IF WS-SUB-K > ZERO
                ADD 1 TO WS-RS-COUNT(WS-SUB-K, WS-PICK-COL)
            END-IF.

      * Works out measure WS-MEASURE for job slot WS-SUB-J and column
      * WS-COL-SUB into WS-CELL-NUM. Rates with nothing to divide by,
      * and columns with no period, are not applicable.
       8300-COMPUTE-MEASURE.
            MOVE 'N' TO WS-CELL-NA-SW.
            MOVE 'C' TO WS-CELL-KIND.
            MOVE ZERO TO WS-CELL-NUM.
            IF WS-COL-ID(WS-COL-SUB) = SPACES
                MOVE 'Y' TO WS-CELL-NA-SW
            ELSE
                EVALUATE WS-MEASURE
                    WHEN 'RD'
                        MOVE WS-JB-DAYS(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'FO'
                        MOVE WS-JB-FIRST-OK(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'FP'
                        MOVE 'D' TO WS-CELL-KIND
                        MOVE WS-JB-DAYS(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-DIV
                        IF WS-CELL-DIV = ZERO
                            MOVE 'Y' TO WS-CELL-NA-SW
                        ELSE
                            COMPUTE WS-CELL-NUM ROUNDED =
                                WS-JB-FIRST-OK(WS-SUB-J, WS-COL-SUB)
                                * 100 / WS-CELL-DIV
                        END-IF
                    WHEN 'FL'
                        MOVE WS-JB-FAILS(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'RN'
                        MOVE WS-JB-RERUNS(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'RR'
                        MOVE 'D' TO WS-CELL-KIND
                        MOVE WS-JB-FAILS(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-DIV
                        IF WS-CELL-DIV = ZERO
                            MOVE 'Y' TO WS-CELL-NA-SW
                        ELSE
                            COMPUTE WS-CELL-NUM ROUNDED =
                                WS-JB-RERUNS(WS-SUB-J, WS-COL-SUB)
                                / WS-CELL-DIV
                        END-IF
                    WHEN 'RC'
                        MOVE WS-JB-RECOVERED(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'MT'
                        MOVE 'D' TO WS-CELL-KIND
                        MOVE WS-JB-RECOVERED(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-DIV
                        IF WS-CELL-DIV = ZERO
                            MOVE 'Y' TO WS-CELL-NA-SW
                        ELSE
                            COMPUTE WS-CELL-NUM ROUNDED =
                                WS-JB-REC-SECS(WS-SUB-J, WS-COL-SUB)
                                / 60 / WS-CELL-DIV
                        END-IF
                    WHEN 'LS'
                        MOVE WS-JB-LATE(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'WR'
                        MOVE WS-JB-WINREF(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'DR'
                        MOVE WS-JB-DEPREF(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                    WHEN 'SB'
                        MOVE WS-JB-SLABR(WS-SUB-J, WS-COL-SUB)
                            TO WS-CELL-NUM
                END-EVALUATE
            END-IF.

       8400-FORMAT-CELL.
            IF CELL-NOT-APPLICABLE
                MOVE '         -' TO WS-CELL-TEXT
            ELSE
                IF CELL-IS-DECIMAL
                    MOVE WS-CELL-NUM TO WS-EDIT-DEC
                    MOVE WS-EDIT-DEC TO WS-CELL-TEXT
                ELSE
                    MOVE WS-CELL-NUM TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT TO WS-CELL-TEXT
                END-IF
            END-IF.

       END PROGRAM RELSCORE.
