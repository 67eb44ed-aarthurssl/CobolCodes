      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: RELATORIO DE USO DE ACOES PRIVILEGIADAS (AUTHRPT)
      *          Quarterly access-review report from the SECAUDIT.DAT
      *          security audit trail: for every user, each
      *          privileged action checked in the review period with
      *          its allowed and refused counts. Every window and
      *          dependency override, as-of date confirmation and
      *          period reopen is listed individually, as is every
      *          refused request of any kind, followed by period
      *          totals per action. The review period comes from
      *          AUTHRPT.PRM; a blank card reviews the last complete
      *          calendar quarter. The trail is sorted by user,
      *          action and time to a work file and read with
      *          control breaks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHRPT-PRM-FILE ASSIGN TO "AUTHRPT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHRPT-PRM-STATUS.
           SELECT SECAUDIT-FILE ASSIGN TO "SECAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECAUDIT-FILE-STATUS.
           SELECT AUTH-SRT-FILE ASSIGN TO "AUTHRPT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-SRT-STATUS.
           SELECT SORT-WORK-1 ASSIGN TO "SORTWK1".
           SELECT AUTHRPT-RPT-FILE ASSIGN TO "AUTHRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHRPT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHRPT-PRM-FILE.
       01  AUTHRPT-PRM-REC.
           02 AR-FROM-DATE PIC 9(8).
           02 AR-TO-DATE   PIC 9(8).
           02 AR-RESERVED  PIC X(64).
       FD  SECAUDIT-FILE.
       COPY SAUDREC.
      * Sorted extract of the audit rows inside the review period, in
      * user + action + stamp order.
       FD  AUTH-SRT-FILE.
       01  AUTH-SRT-REC.
           02 AS-USER-ID    PIC X(8).
           02 AS-ACTION     PIC X(8).
           02 AS-STAMP-DATE PIC 9(8).
           02 AS-STAMP-TIME PIC 9(6).
           02 AS-PROGRAM    PIC X(9).
           02 AS-RESULT     PIC X(1).
           02 AS-JOB-NAME   PIC X(8).
           02 AS-REGION     PIC X(2).
           02 AS-RUN-DATE   PIC 9(8).
           02 AS-DETAIL     PIC X(30).
       SD  SORT-WORK-1.
       01  SORT-AUTH-REC.
           02 ST-USER-ID    PIC X(8).
           02 ST-ACTION     PIC X(8).
           02 ST-STAMP-DATE PIC 9(8).
           02 ST-STAMP-TIME PIC 9(6).
           02 ST-PROGRAM    PIC X(9).
           02 ST-RESULT     PIC X(1).
           02 ST-JOB-NAME   PIC X(8).
           02 ST-REGION     PIC X(2).
           02 ST-RUN-DATE   PIC 9(8).
           02 ST-DETAIL     PIC X(30).
       FD  AUTHRPT-RPT-FILE.
       01  AUTHRPT-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AUTHRPT-PRM-STATUS PIC XX VALUE '00'.
       01 WS-SECAUDIT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-AUTH-SRT-STATUS PIC XX VALUE '00'.
       01 WS-AUTHRPT-RPT-STATUS PIC XX VALUE '00'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-QTR-START.
           02 WS-QTR-YYYY PIC 9(4).
           02 WS-QTR-MM   PIC 9(2).
           02 WS-QTR-DD   PIC 9(2).
       01 WS-QTR-START-NUM REDEFINES WS-QTR-START PIC 9(8).
       01 WS-QTR-NBR PIC 9(1) VALUE ZERO.
       01 WS-WORK-INT PIC S9(9) COMP.

       01 WS-CUR-USER PIC X(8) VALUE SPACES.
       01 WS-CUR-ACTION PIC X(8) VALUE SPACES.
       01 WS-ACT-ALLOWED PIC 9(6) VALUE ZERO.
       01 WS-ACT-REFUSED PIC 9(6) VALUE ZERO.
       01 WS-USR-ALLOWED PIC 9(6) VALUE ZERO.
       01 WS-USR-REFUSED PIC 9(6) VALUE ZERO.
       01 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-USER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EVENT-LISTED-SW PIC X VALUE 'N'.
           88 EVENT-LISTED VALUE 'Y'.

      * Period totals per action code; the action list is small and
      * fixed, so 20 slots cover every code with room to spare.
       01 WS-TOT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TOT-TABLE.
           02 WS-TOT-ENTRY OCCURS 20 TIMES.
               03 WS-TOT-ACTION  PIC X(8).
               03 WS-TOT-ALLOWED PIC 9(6).
               03 WS-TOT-REFUSED PIC 9(6).
       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-EVENT.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-RPT-E-DATE    PIC 9(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-TIME    PIC 9(6).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-RESULT  PIC X(7).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-PROGRAM PIC X(9).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-JOB     PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-REGION  PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-RUNDATE PIC 9(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-E-DETAIL  PIC X(30).
       01 WS-RPT-COUNT.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-C-ACTION  PIC X(12).
           02 FILLER          PIC X(9) VALUE 'ALLOWED: '.
           02 WS-RPT-C-ALLOWED PIC ZZZZZ9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 FILLER          PIC X(9) VALUE 'REFUSED: '.
           02 WS-RPT-C-REFUSED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT AUTHRPT-RPT-FILE.
            MOVE '*** PRIVILEGED ACTION USAGE BY USER ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 0500-READ-PARM-CARD.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'REVIEW PERIOD: ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'EVERY OVERRIDE, AS-OF CONFIRMATION AND REOPEN, '
                       DELIMITED BY SIZE
                   'AND EVERY REFUSED REQUEST, IS LISTED'
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 1000-SORT-AUDIT-TRAIL.
            PERFORM 3000-PRINT-USAGE-BY-USER.
            PERFORM 4000-PRINT-ACTION-TOTALS.
            CLOSE AUTHRPT-RPT-FILE.
            DISPLAY 'AUTHRPT COMPLETE - ' WS-ROW-COUNT
                ' AUDIT ROW(S) FOR ' WS-USER-COUNT ' USER(S)'.
            STOP RUN.

      * A blank card reviews the last complete calendar quarter; a
      * card with only a from-date runs through today.
       0500-READ-PARM-CARD.
            INITIALIZE AUTHRPT-PRM-REC.
            OPEN INPUT AUTHRPT-PRM-FILE.
            IF WS-AUTHRPT-PRM-STATUS = '00'
                READ AUTHRPT-PRM-FILE
                    AT END
                        INITIALIZE AUTHRPT-PRM-REC
                END-READ
                CLOSE AUTHRPT-PRM-FILE
            END-IF.
            IF AR-FROM-DATE IS NUMERIC AND AR-FROM-DATE NOT = ZERO
                MOVE AR-FROM-DATE TO WS-FROM-DATE
                IF AR-TO-DATE IS NUMERIC AND AR-TO-DATE NOT = ZERO
                    MOVE AR-TO-DATE TO WS-TO-DATE
                ELSE
                    MOVE WS-TODAY-DATE TO WS-TO-DATE
                END-IF
            ELSE
                PERFORM 0600-LAST-QUARTER
            END-IF.

       0600-LAST-QUARTER.
            MOVE WS-TODAY-DATE TO WS-QTR-START-NUM.
            COMPUTE WS-QTR-NBR = (WS-QTR-MM - 1) / 3.
            COMPUTE WS-QTR-MM = WS-QTR-NBR * 3 + 1.
            MOVE 1 TO WS-QTR-DD.
            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-QTR-START-NUM) - 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-TO-DATE.
            MOVE WS-TO-DATE TO WS-QTR-START-NUM.
            COMPUTE WS-QTR-NBR = (WS-QTR-MM - 1) / 3.
            COMPUTE WS-QTR-MM = WS-QTR-NBR * 3 + 1.
            MOVE 1 TO WS-QTR-DD.
            MOVE WS-QTR-START-NUM TO WS-FROM-DATE.

       1000-SORT-AUDIT-TRAIL.
            SORT SORT-WORK-1
                ON ASCENDING KEY ST-USER-ID
                                 ST-ACTION
                                 ST-STAMP-DATE
                                 ST-STAMP-TIME
                INPUT PROCEDURE IS 1050-RELEASE-AUDIT-ROWS
                GIVING AUTH-SRT-FILE.

       1050-RELEASE-AUDIT-ROWS.
            OPEN INPUT SECAUDIT-FILE.
            IF WS-SECAUDIT-FILE-STATUS = '00'
                PERFORM UNTIL WS-SECAUDIT-FILE-STATUS NOT = '00'
                    READ SECAUDIT-FILE
                        AT END
                            MOVE '10' TO WS-SECAUDIT-FILE-STATUS
                        NOT AT END
                            PERFORM 1060-RELEASE-ONE-ROW
                    END-READ
                END-PERFORM
                CLOSE SECAUDIT-FILE
            END-IF.

       1060-RELEASE-ONE-ROW.
            IF SA-STAMP-DATE IS NUMERIC
                    AND SA-STAMP-DATE >= WS-FROM-DATE
                    AND SA-STAMP-DATE <= WS-TO-DATE
                INITIALIZE SORT-AUTH-REC
                MOVE SA-USER-ID    TO ST-USER-ID
                MOVE SA-ACTION     TO ST-ACTION
                MOVE SA-STAMP-DATE TO ST-STAMP-DATE
                MOVE SA-STAMP-TIME TO ST-STAMP-TIME
                MOVE SA-PROGRAM    TO ST-PROGRAM
                MOVE SA-RESULT     TO ST-RESULT
                MOVE SA-JOB-NAME   TO ST-JOB-NAME
                MOVE SA-REGION     TO ST-REGION
                MOVE SA-RUN-DATE   TO ST-RUN-DATE
                MOVE SA-DETAIL     TO ST-DETAIL
                RELEASE SORT-AUTH-REC
            END-IF.

      * Control breaks on user, then action inside the user. The
      * individual events print as they stream past and the action's
      * counts close its group.
       3000-PRINT-USAGE-BY-USER.
            MOVE SPACES TO WS-CUR-USER.
            MOVE SPACES TO WS-CUR-ACTION.
            OPEN INPUT AUTH-SRT-FILE.
            IF WS-AUTH-SRT-STATUS = '00'
                PERFORM UNTIL WS-AUTH-SRT-STATUS NOT = '00'
                    READ AUTH-SRT-FILE
                        AT END
                            MOVE '10' TO WS-AUTH-SRT-STATUS
                        NOT AT END
                            PERFORM 3100-PROCESS-AUDIT-ROW
                    END-READ
                END-PERFORM
                CLOSE AUTH-SRT-FILE
            END-IF.
            IF WS-ROW-COUNT > ZERO
                PERFORM 3300-END-ACTION-GROUP
                PERFORM 3400-END-USER-GROUP
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE '(NO PRIVILEGED ACTIONS IN THE REVIEW PERIOD)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       3100-PROCESS-AUDIT-ROW.
            IF WS-ROW-COUNT = ZERO
                PERFORM 3200-START-USER-GROUP
            ELSE
                IF AS-USER-ID NOT = WS-CUR-USER
                    PERFORM 3300-END-ACTION-GROUP
                    PERFORM 3400-END-USER-GROUP
                    PERFORM 3200-START-USER-GROUP
                ELSE
                    IF AS-ACTION NOT = WS-CUR-ACTION
                        PERFORM 3300-END-ACTION-GROUP
                        MOVE AS-ACTION TO WS-CUR-ACTION
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO WS-ROW-COUNT.
            IF AS-RESULT = 'A'
                ADD 1 TO WS-ACT-ALLOWED
                ADD 1 TO WS-USR-ALLOWED
            ELSE
                ADD 1 TO WS-ACT-REFUSED
                ADD 1 TO WS-USR-REFUSED
            END-IF.
            IF AS-RESULT NOT = 'A'
                    OR AS-ACTION = 'WINOVR'
                    OR AS-ACTION = 'DEPOVR'
                    OR AS-ACTION = 'MAINT'
                    OR AS-ACTION = 'REOPEN'
                PERFORM 3150-PRINT-EVENT
            END-IF.

       3150-PRINT-EVENT.
            IF NOT EVENT-LISTED
                MOVE 'Y' TO WS-EVENT-LISTED-SW
                MOVE SPACES TO WS-RPT-LINE
                STRING '  ' DELIMITED BY SIZE
                       WS-CUR-ACTION DELIMITED BY SIZE
                       ' EVENTS:' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            INITIALIZE WS-RPT-EVENT.
            MOVE AS-STAMP-DATE TO WS-RPT-E-DATE.
            MOVE AS-STAMP-TIME TO WS-RPT-E-TIME.
            IF AS-RESULT = 'A'
                MOVE 'ALLOWED' TO WS-RPT-E-RESULT
            ELSE
                MOVE 'REFUSED' TO WS-RPT-E-RESULT
            END-IF.
            MOVE AS-PROGRAM TO WS-RPT-E-PROGRAM.
            MOVE AS-JOB-NAME TO WS-RPT-E-JOB.
            MOVE AS-REGION TO WS-RPT-E-REGION.
            MOVE AS-RUN-DATE TO WS-RPT-E-RUNDATE.
            MOVE AS-DETAIL TO WS-RPT-E-DETAIL.
            MOVE WS-RPT-EVENT TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       3200-START-USER-GROUP.
            ADD 1 TO WS-USER-COUNT.
            MOVE AS-USER-ID TO WS-CUR-USER.
            MOVE AS-ACTION TO WS-CUR-ACTION.
            MOVE ZERO TO WS-USR-ALLOWED.
            MOVE ZERO TO WS-USR-REFUSED.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'USER: ' DELIMITED BY SIZE
                   WS-CUR-USER DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       3300-END-ACTION-GROUP.
            INITIALIZE WS-RPT-COUNT.
            MOVE WS-CUR-ACTION TO WS-RPT-C-ACTION.
            MOVE WS-ACT-ALLOWED TO WS-RPT-C-ALLOWED.
            MOVE WS-ACT-REFUSED TO WS-RPT-C-REFUSED.
            MOVE WS-RPT-COUNT TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 3350-ADD-ACTION-TOTAL.
            MOVE ZERO TO WS-ACT-ALLOWED.
            MOVE ZERO TO WS-ACT-REFUSED.
            MOVE 'N' TO WS-EVENT-LISTED-SW.

       3350-ADD-ACTION-TOTAL.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-TOT-COUNT
                    OR WS-TOT-ACTION(WS-SUB-I) = WS-CUR-ACTION
                CONTINUE
            END-PERFORM.
            IF WS-SUB-I > WS-TOT-COUNT AND WS-TOT-COUNT < 20
                ADD 1 TO WS-TOT-COUNT
                MOVE WS-TOT-COUNT TO WS-SUB-I
                MOVE WS-CUR-ACTION TO WS-TOT-ACTION(WS-SUB-I)
                MOVE ZERO TO WS-TOT-ALLOWED(WS-SUB-I)
                MOVE ZERO TO WS-TOT-REFUSED(WS-SUB-I)
            END-IF.
            IF WS-SUB-I <= WS-TOT-COUNT
                ADD WS-ACT-ALLOWED TO WS-TOT-ALLOWED(WS-SUB-I)
                ADD WS-ACT-REFUSED TO WS-TOT-REFUSED(WS-SUB-I)
            END-IF.

       3400-END-USER-GROUP.
            INITIALIZE WS-RPT-COUNT.
            MOVE 'USER TOTAL' TO WS-RPT-C-ACTION.
            MOVE WS-USR-ALLOWED TO WS-RPT-C-ALLOWED.
            MOVE WS-USR-REFUSED TO WS-RPT-C-REFUSED.
            MOVE WS-RPT-COUNT TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       4000-PRINT-ACTION-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* PERIOD TOTALS BY ACTION *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-TOT-COUNT = ZERO
                MOVE '(NONE)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-TOT-COUNT
                INITIALIZE WS-RPT-COUNT
                MOVE WS-TOT-ACTION(WS-SUB-I) TO WS-RPT-C-ACTION
                MOVE WS-TOT-ALLOWED(WS-SUB-I) TO WS-RPT-C-ALLOWED
                MOVE WS-TOT-REFUSED(WS-SUB-I) TO WS-RPT-C-REFUSED
                MOVE WS-RPT-COUNT TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-PERFORM.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO AUTHRPT-RPT-REC.
            WRITE AUTHRPT-RPT-REC.

       END PROGRAM AUTHRPT.
