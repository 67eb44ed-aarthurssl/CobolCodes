      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DE BLOQUEIOS ATIVOS (HLDRPT)
      *          Daily listing of every active hold and freeze on
      *          HOLD.CTL as of the report date, each marked in force,
      *          not started, or range ended (awaiting release).
      *          Holds past their expiry date that nobody released
      *          are listed again in their own section with the days
      *          overdue, and raise one severity-2 alert for the run
      *          so the requesters are chased. Holds released on the
      *          report date are listed last.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLDRPT-PRM-FILE ASSIGN TO "HLDRPT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-PRM-STATUS.
           SELECT HOLD-CTL-FILE ASSIGN TO "HOLD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT HLDRPT-RPT-FILE ASSIGN TO "HLDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HLDRPT-PRM-FILE.
      * HR-REPORT-DATE: date the holds are reported as of (zero =
      * today).
       01  HLDRPT-PRM-REC.
           02 HR-REPORT-DATE PIC 9(8).
           02 HR-RESERVED    PIC X(72).
       FD  HOLD-CTL-FILE.
       COPY HLDREC.
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  HLDRPT-RPT-FILE.
       01  HLDRPT-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-HLDRPT-PRM-STATUS PIC XX VALUE '00'.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HLDRPT-RPT-STATUS PIC XX VALUE '00'.

       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-INT PIC S9(9) COMP.
       01 WS-EXPIRY-INT PIC S9(9) COMP.
       01 WS-RUN-TIME PIC 9(6).

       01 WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 1000 TIMES.
               03 WS-HLD-ID          PIC 9(6).
               03 WS-HLD-TYPE        PIC X(1).
               03 WS-HLD-JOB         PIC X(8).
               03 WS-HLD-REGION      PIC X(2).
               03 WS-HLD-FROM        PIC 9(8).
               03 WS-HLD-TO          PIC 9(8).
               03 WS-HLD-EXPIRY      PIC 9(8).
               03 WS-HLD-REQUESTER   PIC X(8).
               03 WS-HLD-REASON      PIC X(30).
               03 WS-HLD-STATUS      PIC X(1).
               03 WS-HLD-ENTERED-BY  PIC X(8).
               03 WS-HLD-ENTERED-DATE PIC 9(8).
               03 WS-HLD-RELEASED-BY PIC X(8).
               03 WS-HLD-RELEASED-DATE PIC 9(8).
       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.

       01 WS-HOLD-STATE PIC X(12) VALUE SPACES.
       01 WS-ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-IN-FORCE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOT-STARTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ENDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DAYS-OVERDUE PIC S9(9) COMP.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-LIST.
           02 WS-RPT-L-ID     PIC 9(6).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-TYPE   PIC X(1).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-JOB    PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-RGN    PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-FROM   PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-TO     PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-EXPIRY PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-L-REQ    PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-REASON PIC X(30).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-L-STATE  PIC X(12).
       01 WS-RPT-EXPIRED.
           02 WS-RPT-X-ID      PIC 9(6).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-TYPE    PIC X(1).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-JOB     PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-RGN     PIC X(2).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-EXPIRY  PIC 9(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-OVERDUE PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-X-REQ     PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-ENT-BY  PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-X-ENT-DT  PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-X-STATE   PIC X(12).
           02 FILLER           PIC X(23) VALUE SPACES.
       01 WS-RPT-RELEASED.
           02 WS-RPT-R-ID      PIC 9(6).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-R-TYPE    PIC X(1).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-R-JOB     PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-R-RGN     PIC X(2).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-R-REQ     PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-R-REL-BY  PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-R-REASON  PIC X(30).
           02 FILLER           PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT HLDRPT-RPT-FILE.
            MOVE '*** DAILY ACTIVE HOLD AND FREEZE REPORT ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 0500-READ-PARM-CARD.
            PERFORM 1000-RESOLVE-REPORT-DATE.
            PERFORM 1200-LOAD-HOLD-CTL.
            PERFORM 2000-PRINT-ACTIVE-HOLDS.
            PERFORM 3000-PRINT-EXPIRED-HOLDS.
            PERFORM 4000-PRINT-RELEASED-HOLDS.
            PERFORM 5000-PRINT-SUMMARY.
            IF WS-EXPIRED-COUNT > ZERO
                PERFORM 5100-ALERT-EXPIRED-HOLDS
            END-IF.
            CLOSE HLDRPT-RPT-FILE.
            DISPLAY 'HLDRPT COMPLETE - ' WS-ACTIVE-COUNT ' ACTIVE, '
                WS-IN-FORCE-COUNT ' IN FORCE, ' WS-EXPIRED-COUNT
                ' PAST EXPIRY'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE HLDRPT-PRM-REC.
            OPEN INPUT HLDRPT-PRM-FILE.
            IF WS-HLDRPT-PRM-STATUS = '00'
                READ HLDRPT-PRM-FILE
                    AT END
                        INITIALIZE HLDRPT-PRM-REC
                END-READ
                CLOSE HLDRPT-PRM-FILE
            END-IF.

       1000-RESOLVE-REPORT-DATE.
            ACCEPT WS-RUN-TIME FROM TIME.
            IF HR-REPORT-DATE IS NUMERIC AND HR-REPORT-DATE NOT = ZERO
                MOVE HR-REPORT-DATE TO WS-REPORT-DATE
            ELSE
                ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
            END-IF.
            COMPUTE WS-REPORT-INT =
                FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'REPORT DATE: ' DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   '   TYPE J = JOB HOLD, R = REGION FREEZE, '
                       DELIMITED BY SIZE
                   'A = ALL-JOBS FREEZE' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       1200-LOAD-HOLD-CTL.
            MOVE ZERO TO WS-HOLD-COUNT.
            OPEN INPUT HOLD-CTL-FILE.
            IF WS-HOLD-FILE-STATUS = '00'
                PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                        OR WS-HOLD-COUNT > 1000
                    READ HOLD-CTL-FILE
                        AT END
                            MOVE '10' TO WS-HOLD-FILE-STATUS
                        NOT AT END
                            ADD 1 TO WS-HOLD-COUNT
                            IF WS-HOLD-COUNT <= 1000
                                PERFORM 1210-STORE-HOLD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLD-CTL-FILE
                IF WS-HOLD-COUNT > 1000
                    DISPLAY '*** WARNING: HOLD CONTROL FILE EXCEEDS '
                        '1000 ROWS - EXTRA ROWS IGNORED ***'
                    MOVE 1000 TO WS-HOLD-COUNT
                END-IF
            ELSE
                MOVE '(HOLD.CTL NOT AVAILABLE - NO HOLDS ON FILE)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       1210-STORE-HOLD.
            MOVE HLD-HOLD-ID   TO WS-HLD-ID(WS-HOLD-COUNT).
            MOVE HLD-TYPE      TO WS-HLD-TYPE(WS-HOLD-COUNT).
            MOVE HLD-JOB-NAME  TO WS-HLD-JOB(WS-HOLD-COUNT).
            MOVE HLD-REGION    TO WS-HLD-REGION(WS-HOLD-COUNT).
            MOVE HLD-FROM-DATE TO WS-HLD-FROM(WS-HOLD-COUNT).
            MOVE HLD-TO-DATE   TO WS-HLD-TO(WS-HOLD-COUNT).
            MOVE HLD-EXPIRY-DATE
                TO WS-HLD-EXPIRY(WS-HOLD-COUNT).
            MOVE HLD-REQUESTER TO WS-HLD-REQUESTER(WS-HOLD-COUNT).
            MOVE HLD-REASON    TO WS-HLD-REASON(WS-HOLD-COUNT).
            MOVE HLD-STATUS    TO WS-HLD-STATUS(WS-HOLD-COUNT).
            MOVE HLD-ENTERED-BY
                TO WS-HLD-ENTERED-BY(WS-HOLD-COUNT).
            MOVE HLD-ENTERED-DATE
                TO WS-HLD-ENTERED-DATE(WS-HOLD-COUNT).
            MOVE HLD-RELEASED-BY
                TO WS-HLD-RELEASED-BY(WS-HOLD-COUNT).
            MOVE HLD-RELEASED-DATE
                TO WS-HLD-RELEASED-DATE(WS-HOLD-COUNT).

      * The state is judged against the report date: in force when
      * the date falls inside the hold's range (a zero to-date never
      * ends), not started when the range has not begun, range
      * ended when it is over but the hold was never released.
       1300-RESOLVE-HOLD-STATE.
            EVALUATE TRUE
                WHEN WS-HLD-FROM(WS-SUB-I) > WS-REPORT-DATE
                    MOVE 'NOT STARTED' TO WS-HOLD-STATE
                WHEN WS-HLD-TO(WS-SUB-I) NOT = ZERO
                        AND WS-HLD-TO(WS-SUB-I) < WS-REPORT-DATE
                    MOVE 'RANGE ENDED' TO WS-HOLD-STATE
                WHEN OTHER
                    MOVE 'IN FORCE' TO WS-HOLD-STATE
            END-EVALUATE.

       2000-PRINT-ACTIVE-HOLDS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* ACTIVE HOLDS AND FREEZES *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'ID     T JOB      RG FROM     TO       EXPIRY    REQ B
      -    'Y   REASON                         STATE'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                IF WS-HLD-STATUS(WS-SUB-I) = 'A'
                    ADD 1 TO WS-ACTIVE-COUNT
                    PERFORM 1300-RESOLVE-HOLD-STATE
                    EVALUATE WS-HOLD-STATE
                        WHEN 'IN FORCE'
                            ADD 1 TO WS-IN-FORCE-COUNT
                        WHEN 'NOT STARTED'
                            ADD 1 TO WS-NOT-STARTED-COUNT
                        WHEN OTHER
                            ADD 1 TO WS-ENDED-COUNT
                    END-EVALUATE
                    INITIALIZE WS-RPT-LIST
                    MOVE WS-HLD-ID(WS-SUB-I) TO WS-RPT-L-ID
                    MOVE WS-HLD-TYPE(WS-SUB-I) TO WS-RPT-L-TYPE
                    MOVE WS-HLD-JOB(WS-SUB-I) TO WS-RPT-L-JOB
                    MOVE WS-HLD-REGION(WS-SUB-I) TO WS-RPT-L-RGN
                    MOVE WS-HLD-FROM(WS-SUB-I) TO WS-RPT-L-FROM
                    IF WS-HLD-TO(WS-SUB-I) = ZERO
                        MOVE 'OPEN' TO WS-RPT-L-TO
                    ELSE
                        MOVE WS-HLD-TO(WS-SUB-I) TO WS-RPT-L-TO
                    END-IF
                    MOVE WS-HLD-EXPIRY(WS-SUB-I) TO WS-RPT-L-EXPIRY
                    MOVE WS-HLD-REQUESTER(WS-SUB-I) TO WS-RPT-L-REQ
                    MOVE WS-HLD-REASON(WS-SUB-I) TO WS-RPT-L-REASON
                    MOVE WS-HOLD-STATE TO WS-RPT-L-STATE
                    MOVE WS-RPT-LIST TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-ACTIVE-COUNT = ZERO
                MOVE '  (NO ACTIVE HOLDS)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

      * A hold past its expiry keeps holding until it is released -
      * an expiry is the requester's promise, not an automatic lift -
      * so every one still on file is listed for follow-up.
       3000-PRINT-EXPIRED-HOLDS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* HOLDS PAST EXPIRY - NOT RELEASED *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'ID     T JOB      RG EXPIRY   DAYS   REQ BY   ENTRD BY
      -    ' ON        STATE' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                IF WS-HLD-STATUS(WS-SUB-I) = 'A'
                        AND WS-HLD-EXPIRY(WS-SUB-I) < WS-REPORT-DATE
                    ADD 1 TO WS-EXPIRED-COUNT
                    PERFORM 1300-RESOLVE-HOLD-STATE
                    COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
                        (WS-HLD-EXPIRY(WS-SUB-I))
                    COMPUTE WS-DAYS-OVERDUE =
                        WS-REPORT-INT - WS-EXPIRY-INT
                    INITIALIZE WS-RPT-EXPIRED
                    MOVE WS-HLD-ID(WS-SUB-I) TO WS-RPT-X-ID
                    MOVE WS-HLD-TYPE(WS-SUB-I) TO WS-RPT-X-TYPE
                    MOVE WS-HLD-JOB(WS-SUB-I) TO WS-RPT-X-JOB
                    MOVE WS-HLD-REGION(WS-SUB-I) TO WS-RPT-X-RGN
                    MOVE WS-HLD-EXPIRY(WS-SUB-I) TO WS-RPT-X-EXPIRY
                    MOVE WS-DAYS-OVERDUE TO WS-RPT-X-OVERDUE
                    MOVE WS-HLD-REQUESTER(WS-SUB-I) TO WS-RPT-X-REQ
                    MOVE WS-HLD-ENTERED-BY(WS-SUB-I)
                        TO WS-RPT-X-ENT-BY
                    MOVE WS-HLD-ENTERED-DATE(WS-SUB-I)
                        TO WS-RPT-X-ENT-DT
                    MOVE WS-HOLD-STATE TO WS-RPT-X-STATE
                    MOVE WS-RPT-EXPIRED TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-EXPIRED-COUNT = ZERO
                MOVE '  (NONE)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       4000-PRINT-RELEASED-HOLDS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* HOLDS RELEASED ON THE REPORT DATE *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'ID     T JOB      RG REQ BY   REL BY    REASON'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                IF WS-HLD-STATUS(WS-SUB-I) = 'R'
                        AND WS-HLD-RELEASED-DATE(WS-SUB-I)
                            = WS-REPORT-DATE
                    ADD 1 TO WS-RELEASED-COUNT
                    INITIALIZE WS-RPT-RELEASED
                    MOVE WS-HLD-ID(WS-SUB-I) TO WS-RPT-R-ID
                    MOVE WS-HLD-TYPE(WS-SUB-I) TO WS-RPT-R-TYPE
                    MOVE WS-HLD-JOB(WS-SUB-I) TO WS-RPT-R-JOB
                    MOVE WS-HLD-REGION(WS-SUB-I) TO WS-RPT-R-RGN
                    MOVE WS-HLD-REQUESTER(WS-SUB-I) TO WS-RPT-R-REQ
                    MOVE WS-HLD-RELEASED-BY(WS-SUB-I)
                        TO WS-RPT-R-REL-BY
                    MOVE WS-HLD-REASON(WS-SUB-I) TO WS-RPT-R-REASON
                    MOVE WS-RPT-RELEASED TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-RELEASED-COUNT = ZERO
                MOVE '  (NONE)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       5000-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ACTIVE: ' DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
                   '  IN FORCE: ' DELIMITED BY SIZE
                   WS-IN-FORCE-COUNT DELIMITED BY SIZE
                   '  NOT STARTED: ' DELIMITED BY SIZE
                   WS-NOT-STARTED-COUNT DELIMITED BY SIZE
                   '  RANGE ENDED: ' DELIMITED BY SIZE
                   WS-ENDED-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PAST EXPIRY NOT RELEASED: ' DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                   '  RELEASED ON REPORT DATE: ' DELIMITED BY SIZE
                   WS-RELEASED-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       5100-ALERT-EXPIRED-HOLDS.
            DISPLAY '*** WARNING: ' WS-EXPIRED-COUNT
                ' HOLD(S) PAST EXPIRY AND NOT RELEASED ***'.
            MOVE '2' TO WS-ALERT-SEVERITY.
            MOVE 'HOLDEXPD' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            MOVE WS-REPORT-DATE TO WS-ALERT-RUN-DATE.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING WS-EXPIRED-COUNT DELIMITED BY SIZE
                   ' HOLD(S) PAST EXPIRY NOT RELEASED - SEE HLDRPT.RPT'
                       DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
            END-STRING.
            PERFORM 7100-WRITE-OPS-ALERT.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO HLDRPT-RPT-REC.
            WRITE HLDRPT-RPT-REC.

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

       END PROGRAM HLDRPT.
