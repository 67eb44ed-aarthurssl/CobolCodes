      *          date services) - then matches the plan against
      *          RUNCTL.MST and reports jobs that were due but never
      *          opened, with a severity-1 OPSALERT.DAT row for each.
      *          A due job that never opened because HOLD.CTL holds it
      *          (a job hold, a region freeze or an all-jobs freeze,
      *          answered by HLDCHK) is not alerted as missing; it is
      *          listed in its own held-jobs section instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.

      * Holds and freezes are answered by the HLDCHK subprogram, the
      * same check PROGCOB03 applies when the job tries to open.
       COPY HLDPRM.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-TABLE.
           02 WS-HELD-ENTRY OCCURS 200 TIMES.
               03 WS-HELD-JOB       PIC X(8).
               03 WS-HELD-FREQ      PIC X(1).
               03 WS-HELD-HOLD-ID   PIC 9(6).
               03 WS-HELD-TYPE      PIC X(1).
               03 WS-HELD-REQUESTER PIC X(8).
               03 WS-HELD-EXPIRY    PIC 9(8).
               03 WS-HELD-REASON    PIC X(30).
       01 WS-SUB-H PIC 9(4) COMP VALUE ZERO.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
           02 WS-RPT-D-FREQ PIC X(1).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 WS-RPT-D-MSG  PIC X(67).
       01 WS-RPT-HELD.
           02 WS-RPT-H-JOB     PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-H-FREQ    PIC X(1).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-H-HOLD-ID PIC 9(6).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-H-TYPE    PIC X(1).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-H-REQ     PIC X(8).
           02 FILLER           PIC X(1) VALUE SPACES.
           02 WS-RPT-H-EXPIRY  PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-RPT-H-REASON  PIC X(30).
           02 FILLER           PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1100-FIND-PERIOD-BOUNDARIES.
            PERFORM 1200-LOAD-RUN-PLAN.
            PERFORM 3000-MATCH-PLAN.
            PERFORM 3400-PRINT-HELD-JOBS.
            PERFORM 5000-PRINT-SUMMARY.
            CLOSE RUNPLAN-RPT-FILE.
            DISPLAY 'RUNPLAN COMPLETE - ' WS-DUE-COUNT ' JOB(S) DUE, '
                WS-MISSING-COUNT ' MISSING, ' WS-HELD-COUNT ' HELD'.
            STOP RUN.

       0500-READ-PARM-CARD.
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.
            MOVE 'N' TO HK-RESULT.
            IF NOT RC-RECORD-FOUND
                PERFORM 3250-CHECK-JOB-HOLD
            END-IF.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-PLN-JOB(WS-SUB-I) TO WS-RPT-D-JOB.
            MOVE WS-PLN-FREQ(WS-SUB-I) TO WS-RPT-D-FREQ.
            EVALUATE TRUE
                WHEN NOT RC-RECORD-FOUND AND HK-HELD
                    ADD 1 TO WS-HELD-COUNT
                    MOVE 'DUE BUT HELD - SEE HELD JOBS BELOW'
                        TO WS-RPT-D-MSG
                    PERFORM 3260-NOTE-HELD-JOB
                WHEN NOT RC-RECORD-FOUND
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE 'DUE BUT NEVER OPENED' TO WS-RPT-D-MSG
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * A job that never opened because a hold or freeze covers it is
      * being kept back on purpose, so it is not alerted as missing.
       3250-CHECK-JOB-HOLD.
            INITIALIZE HLDCHK-PARM.
            MOVE WS-PLN-JOB(WS-SUB-I) TO HK-JOB-NAME.
            MOVE WS-REGION-CODE TO HK-REGION-CODE.
            MOVE WS-RUN-DATE TO HK-RUN-DATE.
            CALL 'HLDCHK' USING HLDCHK-PARM.

       3260-NOTE-HELD-JOB.
            IF WS-HELD-COUNT <= 200
                MOVE WS-PLN-JOB(WS-SUB-I)
                    TO WS-HELD-JOB(WS-HELD-COUNT)
                MOVE WS-PLN-FREQ(WS-SUB-I)
                    TO WS-HELD-FREQ(WS-HELD-COUNT)
                MOVE HK-HOLD-ID TO WS-HELD-HOLD-ID(WS-HELD-COUNT)
                MOVE HK-HOLD-TYPE TO WS-HELD-TYPE(WS-HELD-COUNT)
                MOVE HK-REQUESTER
                    TO WS-HELD-REQUESTER(WS-HELD-COUNT)
                MOVE HK-EXPIRY-DATE TO WS-HELD-EXPIRY(WS-HELD-COUNT)
                MOVE HK-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
            END-IF.

       3300-ALERT-MISSING-JOB.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'JOBMISSD' TO WS-ALERT-CODE.
            END-STRING.
            PERFORM 2500-WRITE-OPS-ALERT.

       3400-PRINT-HELD-JOBS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* JOBS HELD BACK ON THE BUSINESS DATE *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-HELD-COUNT = ZERO
                MOVE '  (NONE)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            ELSE
                MOVE 'JOB       F  HOLD   T REQ BY   EXPIRY    REASON'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                PERFORM VARYING WS-SUB-H FROM 1 BY 1
                        UNTIL WS-SUB-H > WS-HELD-COUNT
                        OR WS-SUB-H > 200
                    INITIALIZE WS-RPT-HELD
                    MOVE WS-HELD-JOB(WS-SUB-H) TO WS-RPT-H-JOB
                    MOVE WS-HELD-FREQ(WS-SUB-H) TO WS-RPT-H-FREQ
                    MOVE WS-HELD-HOLD-ID(WS-SUB-H) TO WS-RPT-H-HOLD-ID
                    MOVE WS-HELD-TYPE(WS-SUB-H) TO WS-RPT-H-TYPE
                    MOVE WS-HELD-REQUESTER(WS-SUB-H) TO WS-RPT-H-REQ
                    MOVE WS-HELD-EXPIRY(WS-SUB-H) TO WS-RPT-H-EXPIRY
                    MOVE WS-HELD-REASON(WS-SUB-H) TO WS-RPT-H-REASON
                    MOVE WS-RPT-HELD TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-PERFORM
            END-IF.

       2500-WRITE-OPS-ALERT.
            OPEN EXTEND OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '35'
                   WS-DUE-COUNT DELIMITED BY SIZE
                   '  MISSING: ' DELIMITED BY SIZE
                   WS-MISSING-COUNT DELIMITED BY SIZE
                   '  HELD: ' DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
