      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DE BLOQUEIOS E CONGELAMENTOS (HOLD.CTL)
      *          Applies add and release transactions from
      *          HLDTRAN.DAT to the hold control file: a hold on one
      *          job for one run date or a range, a freeze of every
      *          job in one region, or an all-jobs freeze window.
      *          Every hold carries its requester, a reason and an
      *          expiry date; dates are validated through the DATESRV
      *          date services and each new hold gets the next hold
      *          id. A release transaction names the hold id and
      *          lifts the hold; the row stays on file marked
      *          released, with who released it and when. Each
      *          transaction is a privileged action checked against
      *          OPERAUTH.CTL (HLDMAINT grant, limited by the hold's
      *          job and region) by AUTHCHK, which logs it to
      *          SECAUDIT.DAT; refused transactions are rejected and
      *          raise one severity-1 alert for the run. Prints the
      *          transaction results and a listing of active holds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CTL-FILE ASSIGN TO "HOLD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HLDTRAN-FILE ASSIGN TO "HLDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDTRAN-FILE-STATUS.
           SELECT HLDRPT-FILE ASSIGN TO "HLDMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CTL-FILE.
       COPY HLDREC.
       FD  HLDTRAN-FILE.
      * HT-ACTION 'A' adds a hold described by the remaining fields
      * (HLDREC explains the hold types); HT-HOLD-ID is ignored and
      * assigned by the program. A zero to-date holds until released;
      * a zero expiry defaults to the to-date. HT-ACTION 'R' releases
      * the hold named by HT-HOLD-ID; the other fields are ignored.
       01  HLDTRAN-REC.
           02 HT-ACTION      PIC X(1).
               88 HT-ACTION-ADD     VALUE 'A'.
               88 HT-ACTION-RELEASE VALUE 'R'.
           02 HT-HOLD-ID     PIC 9(6).
           02 HT-TYPE        PIC X(1).
           02 HT-JOB-NAME    PIC X(8).
           02 HT-REGION      PIC X(2).
           02 HT-FROM-DATE   PIC 9(8).
           02 HT-TO-DATE     PIC 9(8).
           02 HT-EXPIRY-DATE PIC 9(8).
           02 HT-REQUESTER   PIC X(8).
           02 HT-REASON      PIC X(30).
       FD  HLDRPT-FILE.
       01  HLDRPT-REC PIC X(100).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       WORKING-STORAGE SECTION.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(4) VALUE ZEROS.
           02 WRK-MES PIC 9(2) VALUE ZEROS.
           02 WRK-DIA PIC 9(2) VALUE ZEROS.
       01 WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(8).

       01 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HLDTRAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HLDRPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.

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
       01 WS-HIGH-HOLD-ID PIC 9(6) VALUE ZERO.

       01 WS-DATE-VALID-SW PIC X VALUE 'Y'.
           88 DATE-IS-VALID VALUE 'Y'.
           88 DATE-IS-INVALID VALUE 'N'.
       01 WS-FROM-VALID-SW PIC X VALUE 'Y'.
           88 FROM-DATE-VALID VALUE 'Y'.
       01 WS-TO-VALID-SW PIC X VALUE 'Y'.
           88 TO-DATE-VALID VALUE 'Y'.
       01 WS-EXPIRY-VALID-SW PIC X VALUE 'Y'.
           88 EXPIRY-DATE-VALID VALUE 'Y'.

      * Date validation is delegated to the DATESRV date services so
      * the calendar rules live in one place.
       COPY DATEPRM.

      * Hold changes are checked against OPERAUTH.CTL by the AUTHCHK
      * subprogram, which also writes the SECAUDIT.DAT trail.
       COPY AUTHPRM.
       01 WS-AUTH-REFUSED-SW PIC X VALUE 'N'.
           88 AUTH-REFUSED VALUE 'Y'.
       01 WS-AUTH-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUTH-USER PIC X(8) VALUE SPACES.

       01 WS-RUN-TIME PIC 9(6).
       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TRAN-HOLD-ID PIC 9(6) VALUE ZERO.
       01 WS-TRAN-FROM PIC 9(8) VALUE ZERO.
       01 WS-TRAN-TO PIC 9(8) VALUE ZERO.
       01 WS-TRAN-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-UPDATED-SW PIC X VALUE 'N'.
           88 HOLD-UPDATED VALUE 'Y'.
       01 WS-HOLD-FOUND-SW PIC X VALUE 'N'.
           88 HOLD-ID-FOUND VALUE 'Y'.
       01 WS-DUP-FOUND-SW PIC X VALUE 'N'.
           88 DUPLICATE-FOUND VALUE 'Y'.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-FOUND-POS PIC 9(4) COMP VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-DETAIL.
           02 WS-RPT-D-ID     PIC 9(6).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-TYPE   PIC X(1).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-JOB    PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-RGN    PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-FROM   PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-TO     PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-EXPIRY PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-MSG    PIC X(51).
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
           02 FILLER          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT HLDRPT-FILE.
            MOVE '*** JOB HOLD AND FREEZE MAINTENANCE REPORT ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-RUN-TIME FROM TIME.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-HOLD-CTL.
            MOVE 'ID     T JOB      RG FROM     TO       EXPIRY    RESUL
      -    'T' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 3000-PROCESS-TRANSACTIONS.
            IF WS-AUTH-REFUSED-COUNT > ZERO
                PERFORM 3900-RAISE-AUTH-ALERT
            END-IF.
            IF HOLD-UPDATED
                PERFORM 4000-REWRITE-HOLD-CTL
            END-IF.
            PERFORM 5000-PRINT-LISTING.
            CLOSE HLDRPT-FILE.
            DISPLAY 'HLDMAINT COMPLETE - ' WS-ADDED-COUNT ' ADDED, '
                WS-RELEASED-COUNT ' RELEASED, ' WS-REJECT-COUNT
                ' REJECTED, ' WS-ACTIVE-COUNT ' ACTIVE'.
            STOP RUN.

       0600-VALIDATE-DATE.
            INITIALIZE DATESRV-PARM.
            SET DS-FUNC-IS-BUSDAY TO TRUE.
            MOVE WRK-DATA-NUM TO DS-DATE-1.
            CALL 'DATESRV' USING DATESRV-PARM.
            IF DS-RC-BAD-DATE
                SET DATE-IS-INVALID TO TRUE
            ELSE
                SET DATE-IS-VALID TO TRUE
            END-IF.

       1000-LOAD-HOLD-CTL.
            MOVE ZERO TO WS-HOLD-COUNT.
            MOVE ZERO TO WS-HIGH-HOLD-ID.
            OPEN INPUT HOLD-CTL-FILE.
            IF WS-HOLD-FILE-STATUS = '00'
                PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                    READ HOLD-CTL-FILE
                        AT END
                            MOVE '10' TO WS-HOLD-FILE-STATUS
                        NOT AT END
                            PERFORM 1100-STORE-LOADED-ROW
                    END-READ
                END-PERFORM
                CLOSE HOLD-CTL-FILE
            END-IF.
            MOVE WS-HOLD-COUNT TO WS-LOADED-COUNT.

      * The hold file is never truncated silently: a file larger than
      * the table stops the run before anything is rewritten.
       1100-STORE-LOADED-ROW.
            IF WS-HOLD-COUNT >= 1000
                DISPLAY '*** HLDMAINT STOPPED - HOLD.CTL EXCEEDS 1000 '
                    'ROWS - NO TRANSACTIONS APPLIED ***'
                MOVE '*** RUN STOPPED - HOLD.CTL EXCEEDS 1000 ROWS ***'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                CLOSE HOLD-CTL-FILE
                CLOSE HLDRPT-FILE
                STOP RUN
            END-IF.
            ADD 1 TO WS-HOLD-COUNT.
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
            IF HLD-HOLD-ID > WS-HIGH-HOLD-ID
                MOVE HLD-HOLD-ID TO WS-HIGH-HOLD-ID
            END-IF.

       1200-REPORT-REJECT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       3000-PROCESS-TRANSACTIONS.
            OPEN INPUT HLDTRAN-FILE.
            IF WS-HLDTRAN-FILE-STATUS = '00'
                PERFORM UNTIL WS-HLDTRAN-FILE-STATUS NOT = '00'
                    READ HLDTRAN-FILE
                        AT END
                            MOVE '10' TO WS-HLDTRAN-FILE-STATUS
                        NOT AT END
                            PERFORM 3100-APPLY-TRANSACTION
                    END-READ
                END-PERFORM
                CLOSE HLDTRAN-FILE
            END-IF.

       3100-APPLY-TRANSACTION.
            PERFORM 3110-LOAD-TRAN-FIELDS.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-TRAN-HOLD-ID TO WS-RPT-D-ID.
            MOVE HT-TYPE TO WS-RPT-D-TYPE.
            MOVE HT-JOB-NAME TO WS-RPT-D-JOB.
            MOVE HT-REGION TO WS-RPT-D-RGN.
            MOVE WS-TRAN-FROM TO WS-RPT-D-FROM.
            IF WS-TRAN-TO = ZERO
                MOVE 'OPEN' TO WS-RPT-D-TO
            ELSE
                MOVE WS-TRAN-TO TO WS-RPT-D-TO
            END-IF.
            MOVE WS-TRAN-EXPIRY TO WS-RPT-D-EXPIRY.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            MOVE 'N' TO WS-HOLD-FOUND-SW.
            IF HT-ACTION-RELEASE
                PERFORM 3250-FIND-HOLD-ID
                PERFORM 3270-SHOW-HOLD-DETAIL
            END-IF.
            IF HT-ACTION-ADD OR HT-ACTION-RELEASE
                PERFORM 3150-CHECK-AUTHORITY
            END-IF.
            EVALUATE TRUE
                WHEN AUTH-REFUSED
                    MOVE 'REJECTED - USER NOT AUTHORIZED'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
                WHEN HT-ACTION-ADD
                    PERFORM 3200-ADD-HOLD
                WHEN HT-ACTION-RELEASE
                    PERFORM 3300-RELEASE-HOLD
                WHEN OTHER
                    MOVE 'REJECTED - UNKNOWN ACTION CODE'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
            END-EVALUATE.

      * Numeric fields left blank on the card are taken as zero; a
      * zero expiry on an add defaults to the to-date.
       3110-LOAD-TRAN-FIELDS.
            MOVE ZERO TO WS-TRAN-HOLD-ID.
            MOVE ZERO TO WS-TRAN-FROM.
            MOVE ZERO TO WS-TRAN-TO.
            MOVE ZERO TO WS-TRAN-EXPIRY.
            IF HT-HOLD-ID IS NUMERIC
                MOVE HT-HOLD-ID TO WS-TRAN-HOLD-ID
            END-IF.
            IF HT-ACTION-ADD
                MOVE ZERO TO WS-TRAN-HOLD-ID
                IF HT-FROM-DATE IS NUMERIC
                    MOVE HT-FROM-DATE TO WS-TRAN-FROM
                END-IF
                IF HT-TO-DATE IS NUMERIC
                    MOVE HT-TO-DATE TO WS-TRAN-TO
                END-IF
                IF HT-EXPIRY-DATE IS NUMERIC
                    MOVE HT-EXPIRY-DATE TO WS-TRAN-EXPIRY
                END-IF
                IF WS-TRAN-EXPIRY = ZERO
                    MOVE WS-TRAN-TO TO WS-TRAN-EXPIRY
                END-IF
            END-IF.

      * A release is authorised against the job and region of the
      * hold being lifted, so a grant limited to one job or region
      * can release only the holds it could have entered.
       3150-CHECK-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE 'HLDMAINT' TO AU-PROGRAM.
            MOVE 'HLDMAINT' TO AU-ACTION.
            IF HT-ACTION-ADD
                MOVE HT-JOB-NAME  TO AU-JOB-NAME
                MOVE HT-REGION    TO AU-REGION-CODE
                MOVE WS-TRAN-FROM TO AU-RUN-DATE
                EVALUATE HT-TYPE
                    WHEN 'J'
                        MOVE 'ADD JOB HOLD' TO AU-DETAIL
                    WHEN 'R'
                        MOVE 'ADD REGION FREEZE' TO AU-DETAIL
                    WHEN 'A'
                        MOVE 'ADD ALL-JOBS FREEZE' TO AU-DETAIL
                    WHEN OTHER
                        MOVE 'ADD HOLD' TO AU-DETAIL
                END-EVALUATE
            ELSE
                IF HOLD-ID-FOUND
                    MOVE WS-HLD-JOB(WS-FOUND-POS) TO AU-JOB-NAME
                    MOVE WS-HLD-REGION(WS-FOUND-POS)
                        TO AU-REGION-CODE
                    MOVE WS-HLD-FROM(WS-FOUND-POS) TO AU-RUN-DATE
                END-IF
                STRING 'RELEASE HOLD ' DELIMITED BY SIZE
                       WS-TRAN-HOLD-ID DELIMITED BY SIZE
                       INTO AU-DETAIL
                END-STRING
            END-IF.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            MOVE AU-USER-ID TO WS-AUTH-USER.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                ADD 1 TO WS-AUTH-REFUSED-COUNT
            END-IF.

       3200-ADD-HOLD.
            MOVE WS-TRAN-FROM TO WRK-DATA-NUM.
            PERFORM 0600-VALIDATE-DATE.
            MOVE WS-DATE-VALID-SW TO WS-FROM-VALID-SW.
            MOVE 'Y' TO WS-TO-VALID-SW.
            IF WS-TRAN-TO NOT = ZERO
                MOVE WS-TRAN-TO TO WRK-DATA-NUM
                PERFORM 0600-VALIDATE-DATE
                MOVE WS-DATE-VALID-SW TO WS-TO-VALID-SW
            END-IF.
            MOVE 'Y' TO WS-EXPIRY-VALID-SW.
            IF WS-TRAN-EXPIRY NOT = ZERO
                MOVE WS-TRAN-EXPIRY TO WRK-DATA-NUM
                PERFORM 0600-VALIDATE-DATE
                MOVE WS-DATE-VALID-SW TO WS-EXPIRY-VALID-SW
            END-IF.
            PERFORM 3260-FIND-DUPLICATE.
            EVALUATE TRUE
                WHEN HT-TYPE NOT = 'J' AND HT-TYPE NOT = 'R'
                        AND HT-TYPE NOT = 'A'
                    MOVE 'REJECTED - UNKNOWN HOLD TYPE'
                        TO WS-RPT-D-MSG
                WHEN HT-TYPE = 'J' AND HT-JOB-NAME = SPACES
                    MOVE 'REJECTED - JOB HOLD NEEDS A JOB NAME'
                        TO WS-RPT-D-MSG
                WHEN HT-TYPE = 'R' AND HT-REGION = SPACES
                    MOVE 'REJECTED - REGION FREEZE NEEDS A REGION'
                        TO WS-RPT-D-MSG
                WHEN HT-TYPE = 'R' AND HT-JOB-NAME NOT = SPACES
                    MOVE 'REJECTED - REGION FREEZE NAMES NO JOB'
                        TO WS-RPT-D-MSG
                WHEN HT-TYPE = 'A' AND (HT-JOB-NAME NOT = SPACES
                        OR HT-REGION NOT = SPACES)
                    MOVE 'REJECTED - ALL-JOBS FREEZE NAMES NO JOB'
                        TO WS-RPT-D-MSG
                WHEN HT-REQUESTER = SPACES
                    MOVE 'REJECTED - REQUESTER REQUIRED' TO WS-RPT-D-MSG
                WHEN HT-REASON = SPACES
                    MOVE 'REJECTED - REASON REQUIRED' TO WS-RPT-D-MSG
                WHEN WS-TRAN-FROM = ZERO OR NOT FROM-DATE-VALID
                    MOVE 'REJECTED - INVALID FROM DATE' TO WS-RPT-D-MSG
                WHEN NOT TO-DATE-VALID
                    MOVE 'REJECTED - INVALID TO DATE' TO WS-RPT-D-MSG
                WHEN WS-TRAN-TO NOT = ZERO
                        AND WS-TRAN-TO < WS-TRAN-FROM
                    MOVE 'REJECTED - TO DATE BEFORE FROM DATE'
                        TO WS-RPT-D-MSG
                WHEN WS-TRAN-EXPIRY = ZERO
                    MOVE 'REJECTED - OPEN-ENDED HOLD NEEDS AN EXPIRY'
                        TO WS-RPT-D-MSG
                WHEN NOT EXPIRY-DATE-VALID
                    MOVE 'REJECTED - INVALID EXPIRY DATE'
                        TO WS-RPT-D-MSG
                WHEN WS-TRAN-EXPIRY < WS-TRAN-FROM
                    MOVE 'REJECTED - EXPIRY BEFORE FROM DATE'
                        TO WS-RPT-D-MSG
                WHEN WS-TRAN-EXPIRY < WS-TODAY-DATE
                    MOVE 'REJECTED - EXPIRY DATE ALREADY PAST'
                        TO WS-RPT-D-MSG
                WHEN DUPLICATE-FOUND
                    MOVE 'REJECTED - SAME HOLD ALREADY ACTIVE'
                        TO WS-RPT-D-MSG
                WHEN WS-HOLD-COUNT >= 1000
                    MOVE 'REJECTED - HOLD TABLE FULL' TO WS-RPT-D-MSG
                WHEN OTHER
                    PERFORM 3210-STORE-NEW-HOLD
            END-EVALUATE.
            IF WS-RPT-D-MSG(1:8) = 'REJECTED'
                PERFORM 1200-REPORT-REJECT
            END-IF.

       3210-STORE-NEW-HOLD.
            ADD 1 TO WS-HIGH-HOLD-ID.
            ADD 1 TO WS-HOLD-COUNT.
            MOVE WS-HIGH-HOLD-ID TO WS-HLD-ID(WS-HOLD-COUNT).
            MOVE HT-TYPE         TO WS-HLD-TYPE(WS-HOLD-COUNT).
            MOVE HT-JOB-NAME     TO WS-HLD-JOB(WS-HOLD-COUNT).
            MOVE HT-REGION       TO WS-HLD-REGION(WS-HOLD-COUNT).
            MOVE WS-TRAN-FROM    TO WS-HLD-FROM(WS-HOLD-COUNT).
            MOVE WS-TRAN-TO      TO WS-HLD-TO(WS-HOLD-COUNT).
            MOVE WS-TRAN-EXPIRY  TO WS-HLD-EXPIRY(WS-HOLD-COUNT).
            MOVE HT-REQUESTER    TO WS-HLD-REQUESTER(WS-HOLD-COUNT).
            MOVE HT-REASON       TO WS-HLD-REASON(WS-HOLD-COUNT).
            MOVE 'A'             TO WS-HLD-STATUS(WS-HOLD-COUNT).
            MOVE WS-AUTH-USER
                TO WS-HLD-ENTERED-BY(WS-HOLD-COUNT).
            MOVE WS-TODAY-DATE
                TO WS-HLD-ENTERED-DATE(WS-HOLD-COUNT).
            MOVE SPACES TO WS-HLD-RELEASED-BY(WS-HOLD-COUNT).
            MOVE ZERO TO WS-HLD-RELEASED-DATE(WS-HOLD-COUNT).
            ADD 1 TO WS-ADDED-COUNT.
            MOVE 'Y' TO WS-HOLD-UPDATED-SW.
            MOVE WS-HIGH-HOLD-ID TO WS-RPT-D-ID.
            MOVE 'ADDED' TO WS-RPT-D-MSG.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       3250-FIND-HOLD-ID.
            MOVE 'N' TO WS-HOLD-FOUND-SW.
            MOVE ZERO TO WS-FOUND-POS.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                    OR HOLD-ID-FOUND
                IF WS-HLD-ID(WS-SUB-I) = WS-TRAN-HOLD-ID
                        AND WS-TRAN-HOLD-ID NOT = ZERO
                    MOVE 'Y' TO WS-HOLD-FOUND-SW
                    MOVE WS-SUB-I TO WS-FOUND-POS
                END-IF
            END-PERFORM.

      * The same hold twice - type, job, region and date range all
      * equal on an active row - is refused so one release always
      * lifts it.
       3260-FIND-DUPLICATE.
            MOVE 'N' TO WS-DUP-FOUND-SW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                    OR DUPLICATE-FOUND
                IF WS-HLD-STATUS(WS-SUB-I) = 'A'
                        AND WS-HLD-TYPE(WS-SUB-I) = HT-TYPE
                        AND WS-HLD-JOB(WS-SUB-I) = HT-JOB-NAME
                        AND WS-HLD-REGION(WS-SUB-I) = HT-REGION
                        AND WS-HLD-FROM(WS-SUB-I) = WS-TRAN-FROM
                        AND WS-HLD-TO(WS-SUB-I) = WS-TRAN-TO
                    MOVE 'Y' TO WS-DUP-FOUND-SW
                END-IF
            END-PERFORM.

      * A release is reported with the details of the hold it names.
       3270-SHOW-HOLD-DETAIL.
            IF HOLD-ID-FOUND
                MOVE WS-HLD-TYPE(WS-FOUND-POS) TO WS-RPT-D-TYPE
                MOVE WS-HLD-JOB(WS-FOUND-POS) TO WS-RPT-D-JOB
                MOVE WS-HLD-REGION(WS-FOUND-POS) TO WS-RPT-D-RGN
                MOVE WS-HLD-FROM(WS-FOUND-POS) TO WS-RPT-D-FROM
                IF WS-HLD-TO(WS-FOUND-POS) = ZERO
                    MOVE 'OPEN' TO WS-RPT-D-TO
                ELSE
                    MOVE WS-HLD-TO(WS-FOUND-POS) TO WS-RPT-D-TO
                END-IF
                MOVE WS-HLD-EXPIRY(WS-FOUND-POS) TO WS-RPT-D-EXPIRY
            END-IF.

       3300-RELEASE-HOLD.
            EVALUATE TRUE
                WHEN NOT HOLD-ID-FOUND
                    MOVE 'REJECTED - HOLD ID NOT ON FILE'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
                WHEN WS-HLD-STATUS(WS-FOUND-POS) = 'R'
                    MOVE 'REJECTED - HOLD ALREADY RELEASED'
                        TO WS-RPT-D-MSG
                    PERFORM 1200-REPORT-REJECT
                WHEN OTHER
                    MOVE 'R' TO WS-HLD-STATUS(WS-FOUND-POS)
                    MOVE WS-AUTH-USER
                        TO WS-HLD-RELEASED-BY(WS-FOUND-POS)
                    MOVE WS-TODAY-DATE
                        TO WS-HLD-RELEASED-DATE(WS-FOUND-POS)
                    ADD 1 TO WS-RELEASED-COUNT
                    MOVE 'Y' TO WS-HOLD-UPDATED-SW
                    MOVE 'RELEASED' TO WS-RPT-D-MSG
                    MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
            END-EVALUATE.

       3900-RAISE-AUTH-ALERT.
            DISPLAY '*** HLDMAINT: ' WS-AUTH-REFUSED-COUNT
                ' TRANSACTION(S) REFUSED - USER ' WS-AUTH-USER
                ' NOT AUTHORIZED ON OPERAUTH.CTL'.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'AUTHREFU' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            MOVE WS-TODAY-DATE TO WS-ALERT-RUN-DATE.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'NOT AUTHORIZED: HLDMAINT BY USER '
                       DELIMITED BY SIZE
                   WS-AUTH-USER DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   WS-AUTH-REFUSED-COUNT DELIMITED BY SIZE
                   ' REFUSED' DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
            END-STRING.
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

       4000-REWRITE-HOLD-CTL.
            OPEN OUTPUT HOLD-CTL-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                MOVE SPACES TO HOLD-CTL-REC
                MOVE WS-HLD-ID(WS-SUB-I)     TO HLD-HOLD-ID
                MOVE WS-HLD-TYPE(WS-SUB-I)   TO HLD-TYPE
                MOVE WS-HLD-JOB(WS-SUB-I)    TO HLD-JOB-NAME
                MOVE WS-HLD-REGION(WS-SUB-I) TO HLD-REGION
                MOVE WS-HLD-FROM(WS-SUB-I)   TO HLD-FROM-DATE
                MOVE WS-HLD-TO(WS-SUB-I)     TO HLD-TO-DATE
                MOVE WS-HLD-EXPIRY(WS-SUB-I) TO HLD-EXPIRY-DATE
                MOVE WS-HLD-REQUESTER(WS-SUB-I) TO HLD-REQUESTER
                MOVE WS-HLD-REASON(WS-SUB-I) TO HLD-REASON
                MOVE WS-HLD-STATUS(WS-SUB-I) TO HLD-STATUS
                MOVE WS-HLD-ENTERED-BY(WS-SUB-I) TO HLD-ENTERED-BY
                MOVE WS-HLD-ENTERED-DATE(WS-SUB-I)
                    TO HLD-ENTERED-DATE
                MOVE WS-HLD-RELEASED-BY(WS-SUB-I) TO HLD-RELEASED-BY
                MOVE WS-HLD-RELEASED-DATE(WS-SUB-I)
                    TO HLD-RELEASED-DATE
                WRITE HOLD-CTL-REC
            END-PERFORM.
            CLOSE HOLD-CTL-FILE.

       5000-PRINT-LISTING.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '*** ACTIVE HOLDS AND FREEZES ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'ID     T JOB      RG FROM     TO       EXPIRY    REQ B
      -    'Y   REASON' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE ZERO TO WS-ACTIVE-COUNT.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HOLD-COUNT
                IF WS-HLD-STATUS(WS-SUB-I) = 'A'
                    ADD 1 TO WS-ACTIVE-COUNT
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
                    MOVE WS-RPT-LIST TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-ACTIVE-COUNT = ZERO
                MOVE '(NO ACTIVE HOLDS)' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ROWS LOADED: ' DELIMITED BY SIZE
                   WS-LOADED-COUNT DELIMITED BY SIZE
                   '  ADDED: ' DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   '  RELEASED: ' DELIMITED BY SIZE
                   WS-RELEASED-COUNT DELIMITED BY SIZE
                   '  REJECTED: ' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   '  ACTIVE: ' DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO HLDRPT-REC.
            WRITE HLDRPT-REC.

       END PROGRAM HLDMAINT.
