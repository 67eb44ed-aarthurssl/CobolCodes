      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS ARQUIVOS DE CONTROLE DE JOBS
      *          Applies add/change/delete transactions from
      *          JOBTRAN.DAT to the four job control files - WINDOW.CTL,
      *          JOBDEP.CTL, RUNPLAN.CTL and SLA.CTL - keyed by job
      *          name (RUNPLAN.CTL rows by job name and region, since a
      *          job may be planned once per country operation). Every
      *          applied change is listed with its before and after
      *          image and appended to the CTLAUDIT.DAT change trail
      *          with the user, date and time. After the transactions
      *          a cross-file validation report flags JOBDEP.CTL
      *          self-dependencies and predecessor cycles, predecessors
      *          missing from RUNPLAN.CTL, planned jobs with no
      *          WINDOW.CTL row, cutoff times outside their window, SLA
      *          limits longer than the window, and RUNPLAN.CTL region
      *          codes with no HOLIDAY.CAL rows.
      *          Every transaction is checked against OPERAUTH.CTL
      *          (JOBMAINT grant, limited by the job and, for
      *          RUNPLAN.CTL rows, the region) by AUTHCHK; refused
      *          transactions are rejected and raise one AUTHREFU
      *          alert on OPSALERT.DAT for the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-CTL-FILE ASSIGN TO "WINDOW.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT JOBDEP-CTL-FILE ASSIGN TO "JOBDEP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-FILE-STATUS.
           SELECT RUNPLAN-CTL-FILE ASSIGN TO "RUNPLAN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPLAN-FILE-STATUS.
           SELECT SLA-CTL-FILE ASSIGN TO "SLA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLIDAY.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT JOBTRAN-FILE ASSIGN TO "JOBTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBTRAN-FILE-STATUS.
           SELECT CTL-AUDIT-FILE ASSIGN TO "CTLAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-AUDIT-FILE-STATUS.
           SELECT JOBRPT-FILE ASSIGN TO "JOBMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRPT-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-CTL-FILE.
       COPY WINREC.
       FD  JOBDEP-CTL-FILE.
       COPY DEPREC.
       FD  RUNPLAN-CTL-FILE.
       COPY PLNREC.
       FD  SLA-CTL-FILE.
       COPY SLAREC.
       FD  HOLIDAY-CAL-FILE.
       COPY HOLREC.
       FD  JOBTRAN-FILE.
      * One transaction per row. JT-FILE-CODE names the control file
      * ('W' WINDOW.CTL, 'D' JOBDEP.CTL, 'P' RUNPLAN.CTL, 'S' SLA.CTL)
      * and JT-DATA carries the rest of that file's row in its own
      * layout; a delete needs only the job name (and region for
      * RUNPLAN.CTL).
       01  JOBTRAN-REC.
           02 JT-FILE-CODE PIC X(1).
               88 JT-FILE-WINDOW  VALUE 'W'.
               88 JT-FILE-JOBDEP  VALUE 'D'.
               88 JT-FILE-RUNPLAN VALUE 'P'.
               88 JT-FILE-SLA     VALUE 'S'.
           02 JT-ACTION PIC X(1).
               88 JT-ACTION-ADD    VALUE 'A'.
               88 JT-ACTION-CHANGE VALUE 'C'.
               88 JT-ACTION-DELETE VALUE 'D'.
           02 JT-JOB-NAME PIC X(8).
           02 JT-DATA     PIC X(32).
           02 JT-WIN-DATA REDEFINES JT-DATA.
               03 JT-WIN-OPEN-TIME   PIC 9(4).
               03 JT-WIN-CLOSE-TIME  PIC 9(4).
               03 JT-WIN-CUTOFF-TIME PIC 9(4).
               03 FILLER             PIC X(20).
           02 JT-DEP-DATA REDEFINES JT-DATA.
               03 JT-DEP-PRED-NAME PIC X(8) OCCURS 4 TIMES.
           02 JT-PLN-DATA REDEFINES JT-DATA.
               03 JT-PLN-FREQ-CODE PIC X(1).
               03 JT-PLN-FREQ-DAY  PIC 9(1).
               03 JT-PLN-REGION    PIC X(2).
               03 FILLER           PIC X(28).
           02 JT-SLA-DATA REDEFINES JT-DATA.
               03 JT-SLA-MAX-SECS PIC 9(6).
               03 JT-SLA-DEV-PCT  PIC 9(3).
               03 FILLER          PIC X(23).
       FD  CTL-AUDIT-FILE.
       COPY CAUDREC.
       FD  JOBRPT-FILE.
       01  JOBRPT-REC PIC X(80).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       WORKING-STORAGE SECTION.
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBDEP-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNPLAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SLA-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HOLIDAY-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBTRAN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-CTL-AUDIT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBRPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WRK-HORARIO.
           02 WRK-HORA PIC 9(2) VALUE ZEROS.
           02 WRK-MINUTOS PIC 9(2) VALUE ZEROS.
           02 WRK-SEGUNDS PIC 9(2) VALUE ZEROS.
       01 WS-USER-ID PIC X(8).

      * Control file changes are checked against OPERAUTH.CTL by the
      * AUTHCHK subprogram, which also writes the SECAUDIT.DAT trail.
       COPY AUTHPRM.
       01 WS-AUTH-REFUSED-SW PIC X VALUE 'N'.
           88 AUTH-REFUSED VALUE 'Y'.
       01 WS-AUTH-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUTH-USER PIC X(8) VALUE SPACES.
       01 WS-AUTH-ACTION PIC X(6) VALUE SPACES.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '2'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

      * Each control file is held in a table for the run; the row
      * data after the job name is kept as one group so it can be
      * moved whole into the before and after images.
       01 WS-WIN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-WIN-TABLE.
           02 WS-WIN-ENTRY OCCURS 200 TIMES.
               03 WS-WIN-JOB  PIC X(8).
               03 WS-WIN-DATA.
                   04 WS-WIN-OPEN   PIC 9(4).
                   04 WS-WIN-CLOSE  PIC 9(4).
                   04 WS-WIN-CUTOFF PIC 9(4).
       01 WS-DEP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DEP-TABLE.
           02 WS-DEP-ENTRY OCCURS 200 TIMES.
               03 WS-DEP-JOB  PIC X(8).
               03 WS-DEP-DATA.
                   04 WS-DEP-PRED PIC X(8) OCCURS 4 TIMES.
       01 WS-PLN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PLN-TABLE.
           02 WS-PLN-ENTRY OCCURS 200 TIMES.
               03 WS-PLN-JOB  PIC X(8).
               03 WS-PLN-DATA.
                   04 WS-PLN-FREQ   PIC X(1).
                   04 WS-PLN-DAY    PIC 9(1).
                   04 WS-PLN-REGION PIC X(2).
       01 WS-SLA-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SLA-TABLE.
           02 WS-SLA-ENTRY OCCURS 200 TIMES.
               03 WS-SLA-JOB  PIC X(9).
               03 WS-SLA-DATA.
                   04 WS-SLA-MAX-SECS PIC 9(6).
                   04 WS-SLA-DEV-PCT  PIC 9(3).

       01 WS-HREG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-HREG-TABLE.
           02 WS-HREG-CODE PIC X(2) OCCURS 50 TIMES.
       01 WS-RREG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RREG-TABLE.
           02 WS-RREG-CODE PIC X(2) OCCURS 50 TIMES.

       01 WS-WIN-UPDATED-SW PIC X VALUE 'N'.
           88 WIN-UPDATED VALUE 'Y'.
       01 WS-DEP-UPDATED-SW PIC X VALUE 'N'.
           88 DEP-UPDATED VALUE 'Y'.
       01 WS-PLN-UPDATED-SW PIC X VALUE 'N'.
           88 PLN-UPDATED VALUE 'Y'.
       01 WS-SLA-UPDATED-SW PIC X VALUE 'N'.
           88 SLA-UPDATED VALUE 'Y'.
      * A control file with more rows than its table holds is never
      * rewritten from the table - that would truncate it - and
      * transactions against it are rejected.
       01 WS-WIN-FULL-SW PIC X VALUE 'N'.
           88 WIN-TABLE-FULL VALUE 'Y'.
       01 WS-DEP-FULL-SW PIC X VALUE 'N'.
           88 DEP-TABLE-FULL VALUE 'Y'.
       01 WS-PLN-FULL-SW PIC X VALUE 'N'.
           88 PLN-TABLE-FULL VALUE 'Y'.
       01 WS-SLA-FULL-SW PIC X VALUE 'N'.
           88 SLA-TABLE-FULL VALUE 'Y'.

       01 WS-ROW-FOUND-SW PIC X VALUE 'N'.
           88 ROW-FOUND VALUE 'Y'.
       01 WS-TRAN-VALID-SW PIC X VALUE 'Y'.
           88 TRAN-IS-VALID VALUE 'Y'.
           88 TRAN-IS-INVALID VALUE 'N'.
       01 WS-APPLIED-SW PIC X VALUE 'N'.
           88 TRAN-APPLIED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-CUR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CUR-FILE PIC X(11) VALUE SPACES.
       01 WS-LOAD-JOB PIC X(9) VALUE SPACES.
       01 WS-LOAD-REGION PIC X(2) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(32) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(32) VALUE SPACES.
       01 WS-AUDIT-ACTION PIC X(1) VALUE SPACES.

      * Formatted view of one row image for the listings; the image
      * is redefined in the layout of the file it came from.
       01 WS-IMAGE-WORK PIC X(32) VALUE SPACES.
       01 WS-IMG-WIN REDEFINES WS-IMAGE-WORK.
           02 WS-IMG-WIN-OPEN   PIC 9(4).
           02 WS-IMG-WIN-CLOSE  PIC 9(4).
           02 WS-IMG-WIN-CUTOFF PIC 9(4).
           02 FILLER            PIC X(20).
       01 WS-IMG-DEP REDEFINES WS-IMAGE-WORK.
           02 WS-IMG-DEP-PRED PIC X(8) OCCURS 4 TIMES.
       01 WS-IMG-PLN REDEFINES WS-IMAGE-WORK.
           02 WS-IMG-PLN-FREQ   PIC X(1).
           02 WS-IMG-PLN-DAY    PIC 9(1).
           02 WS-IMG-PLN-REGION PIC X(2).
           02 FILLER            PIC X(28).
       01 WS-IMG-SLA REDEFINES WS-IMAGE-WORK.
           02 WS-IMG-SLA-MAX-SECS PIC 9(6).
           02 WS-IMG-SLA-DEV-PCT  PIC 9(3).
           02 FILLER              PIC X(23).
       01 WS-IMAGE-TEXT PIC X(51) VALUE SPACES.

       01 WS-WIN-TEMP-TIME PIC 9(4).
       01 WS-WIN-TEMP-HH PIC 9(2).
       01 WS-WIN-TEMP-MM PIC 9(2).
       01 WS-WIN-WORK-MINS PIC S9(5) COMP.
       01 WS-WIN-OPEN-MINS PIC S9(5) COMP.
       01 WS-WIN-LEN-MINS PIC S9(5) COMP.
       01 WS-WIN-CUTOFF-OFFSET PIC S9(5) COMP.
       01 WS-WIN-LEN-SECS PIC 9(6).

      * Predecessor cycle search: a breadth-first walk back through
      * the JOBDEP.CTL rows from one job; reaching the starting job
      * again means the job can never be released.
       01 WS-VISIT-TABLE.
           02 WS-VISIT-SW PIC X(1) OCCURS 200 TIMES.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-JOB PIC X(8) OCCURS 1000 TIMES.
       01 WS-Q-HEAD PIC 9(4) COMP VALUE ZERO.
       01 WS-Q-TAIL PIC 9(4) COMP VALUE ZERO.
       01 WS-Q-JOB PIC X(8) VALUE SPACES.
       01 WS-CYCLE-START PIC X(8) VALUE SPACES.
       01 WS-CYCLE-SW PIC X VALUE 'N'.
           88 CYCLE-FOUND VALUE 'Y'.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-K PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-P PIC 9(4) COMP VALUE ZERO.

       01 WS-LOADED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(4) VALUE ZERO.

       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-DETAIL.
           02 WS-RPT-D-FILE PIC X(11).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 WS-RPT-D-JOB  PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 WS-RPT-D-TAG  PIC X(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 WS-RPT-D-MSG  PIC X(51).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT JOBRPT-FILE.
            MOVE '*** JOB CONTROL FILE MAINTENANCE REPORT ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORARIO FROM TIME.
            MOVE SPACES TO WS-USER-ID.
            ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'.
            PERFORM 1000-LOAD-WINDOW-CTL.
            PERFORM 1100-LOAD-JOBDEP-CTL.
            PERFORM 1200-LOAD-RUNPLAN-CTL.
            PERFORM 1300-LOAD-SLA-CTL.
            PERFORM 1400-LOAD-HOLIDAY-REGIONS.
            PERFORM 3000-PROCESS-TRANSACTIONS.
            IF WS-AUTH-REFUSED-COUNT > ZERO
                PERFORM 3990-RAISE-AUTH-ALERT
            END-IF.
            PERFORM 4000-REWRITE-CONTROL-FILES.
            PERFORM 5000-PRINT-LISTING.
            PERFORM 6000-VALIDATE-CONTROL-FILES.
            CLOSE JOBRPT-FILE.
            DISPLAY 'JOBMAINT COMPLETE - ' WS-ADDED-COUNT ' ADDED, '
                WS-CHANGED-COUNT ' CHANGED, ' WS-DELETED-COUNT
                ' DELETED, ' WS-REJECT-COUNT ' REJECTED, '
                WS-EXCEPTION-COUNT ' VALIDATION EXCEPTION(S)'.
            STOP RUN.

      * A second row for a job already loaded is dropped with a
      * reject line - PROGCOB03 only ever reads the first one - and
      * the file is rewritten without it. The dropped row goes to
      * CTLAUDIT.DAT as a delete so the trail accounts for it.
       1000-LOAD-WINDOW-CTL.
            MOVE ZERO TO WS-WIN-COUNT.
            MOVE 'WINDOW.CTL' TO WS-CUR-FILE.
            OPEN INPUT WINDOW-CTL-FILE.
            IF WS-WINDOW-FILE-STATUS = '00'
                PERFORM UNTIL WS-WINDOW-FILE-STATUS NOT = '00'
                    READ WINDOW-CTL-FILE
                        AT END
                            MOVE '10' TO WS-WINDOW-FILE-STATUS
                        NOT AT END
                            MOVE WIN-JOB-NAME TO WS-LOAD-JOB
                            PERFORM 3210-FIND-WINDOW-ROW
                            EVALUATE TRUE
                                WHEN ROW-FOUND
                                    MOVE 'Y' TO WS-WIN-UPDATED-SW
                                    PERFORM 1900-REPORT-LOAD-DUPLICATE
                                WHEN WS-WIN-COUNT >= 200
                                    PERFORM 1950-REPORT-TABLE-FULL
                                WHEN OTHER
                                    ADD 1 TO WS-WIN-COUNT
                                    MOVE WIN-JOB-NAME
                                        TO WS-WIN-JOB(WS-WIN-COUNT)
                                    MOVE WIN-OPEN-TIME
                                        TO WS-WIN-OPEN(WS-WIN-COUNT)
                                    MOVE WIN-CLOSE-TIME
                                        TO WS-WIN-CLOSE(WS-WIN-COUNT)
                                    MOVE WIN-CUTOFF-TIME
                                        TO WS-WIN-CUTOFF(WS-WIN-COUNT)
                                    ADD 1 TO WS-LOADED-COUNT
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE WINDOW-CTL-FILE
            END-IF.

       1100-LOAD-JOBDEP-CTL.
            MOVE ZERO TO WS-DEP-COUNT.
            MOVE 'JOBDEP.CTL' TO WS-CUR-FILE.
            OPEN INPUT JOBDEP-CTL-FILE.
            IF WS-JOBDEP-FILE-STATUS = '00'
                PERFORM UNTIL WS-JOBDEP-FILE-STATUS NOT = '00'
                    READ JOBDEP-CTL-FILE
                        AT END
                            MOVE '10' TO WS-JOBDEP-FILE-STATUS
                        NOT AT END
                            MOVE DEP-JOB-NAME TO WS-LOAD-JOB
                            PERFORM 3310-FIND-JOBDEP-ROW
                            EVALUATE TRUE
                                WHEN ROW-FOUND
                                    MOVE 'Y' TO WS-DEP-UPDATED-SW
                                    PERFORM 1900-REPORT-LOAD-DUPLICATE
                                WHEN WS-DEP-COUNT >= 200
                                    PERFORM 1950-REPORT-TABLE-FULL
                                WHEN OTHER
                                    ADD 1 TO WS-DEP-COUNT
                                    MOVE DEP-JOB-NAME
                                        TO WS-DEP-JOB(WS-DEP-COUNT)
                                    PERFORM VARYING WS-SUB-P FROM 1 BY 1
                                            UNTIL WS-SUB-P > 4
                                        MOVE DEP-PRED-NAME(WS-SUB-P)
                                            TO WS-DEP-PRED(WS-DEP-COUNT,
                                                           WS-SUB-P)
                                    END-PERFORM
                                    ADD 1 TO WS-LOADED-COUNT
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE JOBDEP-CTL-FILE
            END-IF.

       1200-LOAD-RUNPLAN-CTL.
            MOVE ZERO TO WS-PLN-COUNT.
            MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE.
            OPEN INPUT RUNPLAN-CTL-FILE.
            IF WS-RUNPLAN-FILE-STATUS = '00'
                PERFORM UNTIL WS-RUNPLAN-FILE-STATUS NOT = '00'
                    READ RUNPLAN-CTL-FILE
                        AT END
                            MOVE '10' TO WS-RUNPLAN-FILE-STATUS
                        NOT AT END
                            MOVE PLN-JOB-NAME TO WS-LOAD-JOB
                            MOVE PLN-REGION TO WS-LOAD-REGION
                            PERFORM 3410-FIND-RUNPLAN-ROW
                            EVALUATE TRUE
                                WHEN ROW-FOUND
                                    MOVE 'Y' TO WS-PLN-UPDATED-SW
                                    PERFORM 1900-REPORT-LOAD-DUPLICATE
                                WHEN WS-PLN-COUNT >= 200
                                    PERFORM 1950-REPORT-TABLE-FULL
                                WHEN OTHER
                                    ADD 1 TO WS-PLN-COUNT
                                    MOVE PLN-JOB-NAME
                                        TO WS-PLN-JOB(WS-PLN-COUNT)
                                    MOVE PLN-FREQ-CODE
                                        TO WS-PLN-FREQ(WS-PLN-COUNT)
                                    MOVE PLN-FREQ-DAY
                                        TO WS-PLN-DAY(WS-PLN-COUNT)
                                    MOVE PLN-REGION
                                        TO WS-PLN-REGION(WS-PLN-COUNT)
                                    ADD 1 TO WS-LOADED-COUNT
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE RUNPLAN-CTL-FILE
            END-IF.

       1300-LOAD-SLA-CTL.
            MOVE ZERO TO WS-SLA-COUNT.
            MOVE 'SLA.CTL' TO WS-CUR-FILE.
            OPEN INPUT SLA-CTL-FILE.
            IF WS-SLA-FILE-STATUS = '00'
                PERFORM UNTIL WS-SLA-FILE-STATUS NOT = '00'
                    READ SLA-CTL-FILE
                        AT END
                            MOVE '10' TO WS-SLA-FILE-STATUS
                        NOT AT END
                            MOVE SLA-JOB-NAME TO WS-LOAD-JOB
                            PERFORM 3510-FIND-SLA-ROW
                            EVALUATE TRUE
                                WHEN ROW-FOUND
                                    MOVE 'Y' TO WS-SLA-UPDATED-SW
                                    PERFORM 1900-REPORT-LOAD-DUPLICATE
                                WHEN WS-SLA-COUNT >= 200
                                    PERFORM 1950-REPORT-TABLE-FULL
                                WHEN OTHER
                                    ADD 1 TO WS-SLA-COUNT
                                    MOVE SLA-JOB-NAME
                                        TO WS-SLA-JOB(WS-SLA-COUNT)
                                    MOVE SLA-MAX-SECS
                                        TO WS-SLA-MAX-SECS(WS-SLA-COUNT)
                                    MOVE SLA-DEV-PCT
                                        TO WS-SLA-DEV-PCT(WS-SLA-COUNT)
                                    ADD 1 TO WS-LOADED-COUNT
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE SLA-CTL-FILE
            END-IF.

      * Only the distinct region codes are kept; a blank-region
      * holiday row applies everywhere and does not count as
      * coverage for any one region.
       1400-LOAD-HOLIDAY-REGIONS.
            MOVE ZERO TO WS-HREG-COUNT.
            OPEN INPUT HOLIDAY-CAL-FILE.
            IF WS-HOLIDAY-FILE-STATUS = '00'
                PERFORM UNTIL WS-HOLIDAY-FILE-STATUS NOT = '00'
                    READ HOLIDAY-CAL-FILE
                        AT END
                            MOVE '10' TO WS-HOLIDAY-FILE-STATUS
                        NOT AT END
                            IF HOL-REGION NOT = SPACES
                                PERFORM 1450-KEEP-HOLIDAY-REGION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLIDAY-CAL-FILE
            END-IF.

       1450-KEEP-HOLIDAY-REGION.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-HREG-COUNT
                    OR WS-HREG-CODE(WS-SUB-I) = HOL-REGION
                CONTINUE
            END-PERFORM.
            IF WS-SUB-I > WS-HREG-COUNT AND WS-HREG-COUNT < 50
                ADD 1 TO WS-HREG-COUNT
                MOVE HOL-REGION TO WS-HREG-CODE(WS-HREG-COUNT)
            END-IF.

       1900-REPORT-LOAD-DUPLICATE.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-CUR-FILE TO WS-RPT-D-FILE.
            MOVE WS-LOAD-JOB TO WS-RPT-D-JOB.
            MOVE 'REJECTED - DUPLICATE ROW DROPPED FROM FILE'
                TO WS-RPT-D-MSG.
            PERFORM 1990-REPORT-REJECT.
            PERFORM 1910-IMAGE-LOAD-ROW.
            MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            PERFORM 3950-FORMAT-IMAGE.
            INITIALIZE WS-RPT-DETAIL.
            MOVE 'BEFORE' TO WS-RPT-D-TAG.
            MOVE WS-IMAGE-TEXT TO WS-RPT-D-MSG.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'D' TO WS-AUDIT-ACTION.
            PERFORM 3910-WRITE-CTL-AUDIT.

      * Row image of the control file record just read, in the
      * layout 3950-FORMAT-IMAGE expects for WS-CUR-FILE.
       1910-IMAGE-LOAD-ROW.
            MOVE SPACES TO WS-IMAGE-WORK.
            EVALUATE WS-CUR-FILE
                WHEN 'WINDOW.CTL'
                    MOVE WIN-OPEN-TIME TO WS-IMG-WIN-OPEN
                    MOVE WIN-CLOSE-TIME TO WS-IMG-WIN-CLOSE
                    MOVE WIN-CUTOFF-TIME TO WS-IMG-WIN-CUTOFF
                WHEN 'JOBDEP.CTL'
                    PERFORM VARYING WS-SUB-P FROM 1 BY 1
                            UNTIL WS-SUB-P > 4
                        MOVE DEP-PRED-NAME(WS-SUB-P)
                            TO WS-IMG-DEP-PRED(WS-SUB-P)
                    END-PERFORM
                WHEN 'RUNPLAN.CTL'
                    MOVE PLN-FREQ-CODE TO WS-IMG-PLN-FREQ
                    MOVE PLN-FREQ-DAY TO WS-IMG-PLN-DAY
                    MOVE PLN-REGION TO WS-IMG-PLN-REGION
                WHEN 'SLA.CTL'
                    MOVE SLA-MAX-SECS TO WS-IMG-SLA-MAX-SECS
                    MOVE SLA-DEV-PCT TO WS-IMG-SLA-DEV-PCT
            END-EVALUATE.

       1950-REPORT-TABLE-FULL.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-CUR-FILE TO WS-RPT-D-FILE.
            MOVE WS-LOAD-JOB TO WS-RPT-D-JOB.
            MOVE 'REJECTED - TABLE FULL - ROW NOT LOADED'
                TO WS-RPT-D-MSG.
            PERFORM 1990-REPORT-REJECT.
            DISPLAY '*** WARNING: ' WS-CUR-FILE ' EXCEEDS 200 ROWS - '
                'FILE WILL NOT BE REWRITTEN ***'.
            EVALUATE WS-CUR-FILE
                WHEN 'WINDOW.CTL'
                    MOVE 'Y' TO WS-WIN-FULL-SW
                WHEN 'JOBDEP.CTL'
                    MOVE 'Y' TO WS-DEP-FULL-SW
                WHEN 'RUNPLAN.CTL'
                    MOVE 'Y' TO WS-PLN-FULL-SW
                WHEN 'SLA.CTL'
                    MOVE 'Y' TO WS-SLA-FULL-SW
            END-EVALUATE.

       1990-REPORT-REJECT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       3000-PROCESS-TRANSACTIONS.
            MOVE '*** TRANSACTIONS APPLIED ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            OPEN INPUT JOBTRAN-FILE.
            IF WS-JOBTRAN-FILE-STATUS = '00'
                PERFORM UNTIL WS-JOBTRAN-FILE-STATUS NOT = '00'
                    READ JOBTRAN-FILE
                        AT END
                            MOVE '10' TO WS-JOBTRAN-FILE-STATUS
                        NOT AT END
                            PERFORM 3100-APPLY-TRANSACTION
                    END-READ
                END-PERFORM
                CLOSE JOBTRAN-FILE
            END-IF.

       3100-APPLY-TRANSACTION.
            INITIALIZE WS-RPT-DETAIL.
            MOVE JT-JOB-NAME TO WS-RPT-D-JOB.
            MOVE JT-JOB-NAME TO WS-LOAD-JOB.
            MOVE 'N' TO WS-APPLIED-SW.
            MOVE 'Y' TO WS-TRAN-VALID-SW.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            EVALUATE TRUE
                WHEN JT-FILE-WINDOW
                    MOVE 'WINDOW.CTL' TO WS-CUR-FILE
                WHEN JT-FILE-JOBDEP
                    MOVE 'JOBDEP.CTL' TO WS-CUR-FILE
                WHEN JT-FILE-RUNPLAN
                    MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE
                WHEN JT-FILE-SLA
                    MOVE 'SLA.CTL' TO WS-CUR-FILE
                WHEN OTHER
                    MOVE SPACES TO WS-CUR-FILE
            END-EVALUATE.
            MOVE WS-CUR-FILE TO WS-RPT-D-FILE.
            MOVE 'N' TO WS-AUTH-REFUSED-SW.
            IF WS-CUR-FILE NOT = SPACES AND JT-JOB-NAME NOT = SPACES
                    AND (JT-ACTION-ADD OR JT-ACTION-CHANGE
                    OR JT-ACTION-DELETE)
                PERFORM 3150-CHECK-AUTHORITY
            END-IF.
            EVALUATE TRUE
                WHEN WS-CUR-FILE = SPACES
                    MOVE 'REJECTED - UNKNOWN FILE CODE'
                        TO WS-RPT-D-MSG
                    PERFORM 1990-REPORT-REJECT
                WHEN NOT JT-ACTION-ADD AND NOT JT-ACTION-CHANGE
                        AND NOT JT-ACTION-DELETE
                    MOVE 'REJECTED - UNKNOWN ACTION CODE'
                        TO WS-RPT-D-MSG
                    PERFORM 1990-REPORT-REJECT
                WHEN JT-JOB-NAME = SPACES
                    MOVE 'REJECTED - JOB NAME IS BLANK'
                        TO WS-RPT-D-MSG
                    PERFORM 1990-REPORT-REJECT
                WHEN AUTH-REFUSED
                    MOVE 'REJECTED - USER NOT AUTHORIZED'
                        TO WS-RPT-D-MSG
                    PERFORM 1990-REPORT-REJECT
                WHEN (JT-FILE-WINDOW AND WIN-TABLE-FULL)
                        OR (JT-FILE-JOBDEP AND DEP-TABLE-FULL)
                        OR (JT-FILE-RUNPLAN AND PLN-TABLE-FULL)
                        OR (JT-FILE-SLA AND SLA-TABLE-FULL)
                    MOVE 'REJECTED - FILE EXCEEDS 200 ROWS'
                        TO WS-RPT-D-MSG
                    PERFORM 1990-REPORT-REJECT
                WHEN JT-FILE-WINDOW
                    PERFORM 3200-APPLY-WINDOW
                WHEN JT-FILE-JOBDEP
                    PERFORM 3300-APPLY-JOBDEP
                WHEN JT-FILE-RUNPLAN
                    PERFORM 3400-APPLY-RUNPLAN
                WHEN JT-FILE-SLA
                    PERFORM 3500-APPLY-SLA
            END-EVALUATE.
            IF TRAN-APPLIED
                PERFORM 3900-RECORD-CHANGE
            END-IF.

      * The grant is checked for the job named on the transaction,
      * and for a RUNPLAN.CTL row also for its region.
       3150-CHECK-AUTHORITY.
            INITIALIZE AUTHCHK-PARM.
            MOVE WS-USER-ID  TO AU-USER-ID.
            MOVE 'JOBMAINT'  TO AU-PROGRAM.
            MOVE 'JOBMAINT'  TO AU-ACTION.
            MOVE JT-JOB-NAME TO AU-JOB-NAME.
            IF JT-FILE-RUNPLAN
                MOVE JT-PLN-REGION TO AU-REGION-CODE
            ELSE
                MOVE SPACES TO AU-REGION-CODE
            END-IF.
            MOVE WS-TODAY-DATE TO AU-RUN-DATE.
            EVALUATE TRUE
                WHEN JT-ACTION-ADD
                    MOVE 'ADD' TO WS-AUTH-ACTION
                WHEN JT-ACTION-CHANGE
                    MOVE 'CHANGE' TO WS-AUTH-ACTION
                WHEN JT-ACTION-DELETE
                    MOVE 'DELETE' TO WS-AUTH-ACTION
            END-EVALUATE.
            STRING WS-AUTH-ACTION DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-CUR-FILE DELIMITED BY SPACE
                   ' ROW' DELIMITED BY SIZE
                   INTO AU-DETAIL
            END-STRING.
            CALL 'AUTHCHK' USING AUTHCHK-PARM.
            MOVE AU-USER-ID TO WS-AUTH-USER.
            IF AU-REFUSED
                MOVE 'Y' TO WS-AUTH-REFUSED-SW
                ADD 1 TO WS-AUTH-REFUSED-COUNT
            END-IF.

       3200-APPLY-WINDOW.
            PERFORM 3210-FIND-WINDOW-ROW.
            MOVE WS-WIN-COUNT TO WS-CUR-COUNT.
            IF NOT JT-ACTION-DELETE
                PERFORM 3220-EDIT-WINDOW-TRAN
            END-IF.
            PERFORM 3800-CHECK-TRAN-FIT.
            IF TRAN-IS-VALID
                EVALUATE TRUE
                    WHEN JT-ACTION-ADD
                        ADD 1 TO WS-WIN-COUNT
                        MOVE WS-WIN-COUNT TO WS-FOUND-SUB
                        MOVE JT-JOB-NAME TO WS-WIN-JOB(WS-FOUND-SUB)
                        MOVE JT-DATA(1:12) TO WS-WIN-DATA(WS-FOUND-SUB)
                        MOVE WS-WIN-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-CHANGE
                        MOVE WS-WIN-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        MOVE JT-DATA(1:12) TO WS-WIN-DATA(WS-FOUND-SUB)
                        MOVE WS-WIN-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-DELETE
                        MOVE WS-WIN-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        PERFORM VARYING WS-SUB-J FROM WS-FOUND-SUB BY 1
                                UNTIL WS-SUB-J >= WS-WIN-COUNT
                            MOVE WS-WIN-ENTRY(WS-SUB-J + 1)
                                TO WS-WIN-ENTRY(WS-SUB-J)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-WIN-COUNT
                END-EVALUATE
                MOVE 'Y' TO WS-WIN-UPDATED-SW
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF.

       3210-FIND-WINDOW-ROW.
            MOVE 'N' TO WS-ROW-FOUND-SW.
            MOVE ZERO TO WS-FOUND-SUB.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-WIN-COUNT
                    OR ROW-FOUND
                IF WS-WIN-JOB(WS-SUB-I) = WS-LOAD-JOB
                    MOVE 'Y' TO WS-ROW-FOUND-SW
                    MOVE WS-SUB-I TO WS-FOUND-SUB
                END-IF
            END-PERFORM.

      * Window times are HHMM; the cutoff is not forced inside the
      * window here so a window can be moved in two transactions -
      * the validation report flags it if it is left outside.
       3220-EDIT-WINDOW-TRAN.
            MOVE JT-WIN-OPEN-TIME TO WS-WIN-TEMP-TIME.
            PERFORM 3230-EDIT-HHMM.
            MOVE JT-WIN-CLOSE-TIME TO WS-WIN-TEMP-TIME.
            PERFORM 3230-EDIT-HHMM.
            MOVE JT-WIN-CUTOFF-TIME TO WS-WIN-TEMP-TIME.
            PERFORM 3230-EDIT-HHMM.
            IF TRAN-IS-INVALID
                MOVE 'REJECTED - WINDOW TIME IS NOT A VALID HHMM'
                    TO WS-RPT-D-MSG
            END-IF.

       3230-EDIT-HHMM.
            IF WS-WIN-TEMP-TIME IS NOT NUMERIC
                MOVE 'N' TO WS-TRAN-VALID-SW
            ELSE
                MOVE WS-WIN-TEMP-TIME(1:2) TO WS-WIN-TEMP-HH
                MOVE WS-WIN-TEMP-TIME(3:2) TO WS-WIN-TEMP-MM
                IF WS-WIN-TEMP-HH > 23 OR WS-WIN-TEMP-MM > 59
                    MOVE 'N' TO WS-TRAN-VALID-SW
                END-IF
            END-IF.

       3300-APPLY-JOBDEP.
            PERFORM 3310-FIND-JOBDEP-ROW.
            MOVE WS-DEP-COUNT TO WS-CUR-COUNT.
            IF NOT JT-ACTION-DELETE
                IF JT-DATA = SPACES
                    MOVE 'N' TO WS-TRAN-VALID-SW
                    MOVE 'REJECTED - NO PREDECESSORS - USE DELETE'
                        TO WS-RPT-D-MSG
                END-IF
            END-IF.
            PERFORM 3800-CHECK-TRAN-FIT.
            IF TRAN-IS-VALID
                EVALUATE TRUE
                    WHEN JT-ACTION-ADD
                        ADD 1 TO WS-DEP-COUNT
                        MOVE WS-DEP-COUNT TO WS-FOUND-SUB
                        MOVE JT-JOB-NAME TO WS-DEP-JOB(WS-FOUND-SUB)
                        MOVE JT-DATA TO WS-DEP-DATA(WS-FOUND-SUB)
                        MOVE WS-DEP-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-CHANGE
                        MOVE WS-DEP-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        MOVE JT-DATA TO WS-DEP-DATA(WS-FOUND-SUB)
                        MOVE WS-DEP-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-DELETE
                        MOVE WS-DEP-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        PERFORM VARYING WS-SUB-J FROM WS-FOUND-SUB BY 1
                                UNTIL WS-SUB-J >= WS-DEP-COUNT
                            MOVE WS-DEP-ENTRY(WS-SUB-J + 1)
                                TO WS-DEP-ENTRY(WS-SUB-J)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-DEP-COUNT
                END-EVALUATE
                MOVE 'Y' TO WS-DEP-UPDATED-SW
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF.

       3310-FIND-JOBDEP-ROW.
            MOVE 'N' TO WS-ROW-FOUND-SW.
            MOVE ZERO TO WS-FOUND-SUB.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DEP-COUNT
                    OR ROW-FOUND
                IF WS-DEP-JOB(WS-SUB-I) = WS-LOAD-JOB
                    MOVE 'Y' TO WS-ROW-FOUND-SW
                    MOVE WS-SUB-I TO WS-FOUND-SUB
                END-IF
            END-PERFORM.

      * RUNPLAN.CTL rows are keyed by job name and region; moving a
      * job to another region is a delete and an add.
       3400-APPLY-RUNPLAN.
            MOVE JT-PLN-REGION TO WS-LOAD-REGION.
            PERFORM 3410-FIND-RUNPLAN-ROW.
            MOVE WS-PLN-COUNT TO WS-CUR-COUNT.
            IF NOT JT-ACTION-DELETE
                PERFORM 3420-EDIT-RUNPLAN-TRAN
            END-IF.
            PERFORM 3800-CHECK-TRAN-FIT.
            IF TRAN-IS-VALID
                EVALUATE TRUE
                    WHEN JT-ACTION-ADD
                        ADD 1 TO WS-PLN-COUNT
                        MOVE WS-PLN-COUNT TO WS-FOUND-SUB
                        MOVE JT-JOB-NAME TO WS-PLN-JOB(WS-FOUND-SUB)
                        MOVE JT-DATA(1:4) TO WS-PLN-DATA(WS-FOUND-SUB)
                        MOVE WS-PLN-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-CHANGE
                        MOVE WS-PLN-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        MOVE JT-DATA(1:4) TO WS-PLN-DATA(WS-FOUND-SUB)
                        MOVE WS-PLN-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-DELETE
                        MOVE WS-PLN-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        PERFORM VARYING WS-SUB-J FROM WS-FOUND-SUB BY 1
                                UNTIL WS-SUB-J >= WS-PLN-COUNT
                            MOVE WS-PLN-ENTRY(WS-SUB-J + 1)
                                TO WS-PLN-ENTRY(WS-SUB-J)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-PLN-COUNT
                END-EVALUATE
                MOVE 'Y' TO WS-PLN-UPDATED-SW
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF.

       3410-FIND-RUNPLAN-ROW.
            MOVE 'N' TO WS-ROW-FOUND-SW.
            MOVE ZERO TO WS-FOUND-SUB.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLN-COUNT
                    OR ROW-FOUND
                IF WS-PLN-JOB(WS-SUB-I) = WS-LOAD-JOB
                        AND WS-PLN-REGION(WS-SUB-I) = WS-LOAD-REGION
                    MOVE 'Y' TO WS-ROW-FOUND-SW
                    MOVE WS-SUB-I TO WS-FOUND-SUB
                END-IF
            END-PERFORM.

      * The frequency rules are the ones RUNPLAN resolves: a weekly
      * row needs a day of 1 (SUNDAY) through 7 (SATURDAY); the day
      * is carried as zero for the other frequencies.
       3420-EDIT-RUNPLAN-TRAN.
            EVALUATE TRUE
                WHEN JT-PLN-FREQ-CODE NOT = 'D' AND NOT = 'W'
                        AND NOT = 'S' AND NOT = 'E'
                    MOVE 'N' TO WS-TRAN-VALID-SW
                    MOVE 'REJECTED - FREQUENCY MUST BE D, W, S OR E'
                        TO WS-RPT-D-MSG
                WHEN JT-PLN-FREQ-CODE = 'W'
                        AND (JT-PLN-FREQ-DAY IS NOT NUMERIC
                        OR JT-PLN-FREQ-DAY < 1
                        OR JT-PLN-FREQ-DAY > 7)
                    MOVE 'N' TO WS-TRAN-VALID-SW
                    MOVE 'REJECTED - WEEKLY DAY MUST BE 1 THROUGH 7'
                        TO WS-RPT-D-MSG
                WHEN JT-PLN-FREQ-CODE NOT = 'W'
                    MOVE ZERO TO JT-PLN-FREQ-DAY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       3500-APPLY-SLA.
            PERFORM 3510-FIND-SLA-ROW.
            MOVE WS-SLA-COUNT TO WS-CUR-COUNT.
            IF NOT JT-ACTION-DELETE
                IF JT-SLA-MAX-SECS IS NOT NUMERIC
                        OR JT-SLA-MAX-SECS = ZERO
                        OR JT-SLA-DEV-PCT IS NOT NUMERIC
                    MOVE 'N' TO WS-TRAN-VALID-SW
                    MOVE 'REJECTED - SLA SECONDS OR PERCENT INVALID'
                        TO WS-RPT-D-MSG
                END-IF
            END-IF.
            PERFORM 3800-CHECK-TRAN-FIT.
            IF TRAN-IS-VALID
                EVALUATE TRUE
                    WHEN JT-ACTION-ADD
                        ADD 1 TO WS-SLA-COUNT
                        MOVE WS-SLA-COUNT TO WS-FOUND-SUB
                        MOVE JT-JOB-NAME TO WS-SLA-JOB(WS-FOUND-SUB)
                        MOVE JT-DATA(1:9) TO WS-SLA-DATA(WS-FOUND-SUB)
                        MOVE WS-SLA-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-CHANGE
                        MOVE WS-SLA-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        MOVE JT-DATA(1:9) TO WS-SLA-DATA(WS-FOUND-SUB)
                        MOVE WS-SLA-DATA(WS-FOUND-SUB)
                            TO WS-AFTER-IMAGE
                    WHEN JT-ACTION-DELETE
                        MOVE WS-SLA-DATA(WS-FOUND-SUB)
                            TO WS-BEFORE-IMAGE
                        PERFORM VARYING WS-SUB-J FROM WS-FOUND-SUB BY 1
                                UNTIL WS-SUB-J >= WS-SLA-COUNT
                            MOVE WS-SLA-ENTRY(WS-SUB-J + 1)
                                TO WS-SLA-ENTRY(WS-SUB-J)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-SLA-COUNT
                END-EVALUATE
                MOVE 'Y' TO WS-SLA-UPDATED-SW
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF.

       3510-FIND-SLA-ROW.
            MOVE 'N' TO WS-ROW-FOUND-SW.
            MOVE ZERO TO WS-FOUND-SUB.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-SLA-COUNT
                    OR ROW-FOUND
                IF WS-SLA-JOB(WS-SUB-I) = WS-LOAD-JOB
                    MOVE 'Y' TO WS-ROW-FOUND-SW
                    MOVE WS-SUB-I TO WS-FOUND-SUB
                END-IF
            END-PERFORM.

      * Common existence and capacity edits once the file-specific
      * field edits have passed: an add must be new, a change or a
      * delete must find its row.
       3800-CHECK-TRAN-FIT.
            IF TRAN-IS-VALID
                EVALUATE TRUE
                    WHEN JT-ACTION-ADD AND ROW-FOUND
                        MOVE 'N' TO WS-TRAN-VALID-SW
                        MOVE 'REJECTED - JOB ALREADY ON FILE'
                            TO WS-RPT-D-MSG
                    WHEN JT-ACTION-ADD AND WS-CUR-COUNT >= 200
                        MOVE 'N' TO WS-TRAN-VALID-SW
                        MOVE 'REJECTED - TABLE FULL'
                            TO WS-RPT-D-MSG
                    WHEN NOT JT-ACTION-ADD AND NOT ROW-FOUND
                        MOVE 'N' TO WS-TRAN-VALID-SW
                        MOVE 'REJECTED - JOB NOT ON FILE'
                            TO WS-RPT-D-MSG
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF TRAN-IS-INVALID
                PERFORM 1990-REPORT-REJECT
            END-IF.

      * Before/after listing of the applied change and the matching
      * CTLAUDIT.DAT row. The trail is append-only; a missing file
      * is created on first use.
       3900-RECORD-CHANGE.
            EVALUATE TRUE
                WHEN JT-ACTION-ADD
                    ADD 1 TO WS-ADDED-COUNT
                    MOVE 'ADDED' TO WS-RPT-D-MSG
                WHEN JT-ACTION-CHANGE
                    ADD 1 TO WS-CHANGED-COUNT
                    MOVE 'CHANGED' TO WS-RPT-D-MSG
                WHEN JT-ACTION-DELETE
                    ADD 1 TO WS-DELETED-COUNT
                    MOVE 'DELETED' TO WS-RPT-D-MSG
            END-EVALUATE.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF NOT JT-ACTION-ADD
                MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
                PERFORM 3950-FORMAT-IMAGE
                MOVE SPACES TO WS-RPT-D-FILE
                MOVE SPACES TO WS-RPT-D-JOB
                MOVE 'BEFORE' TO WS-RPT-D-TAG
                MOVE WS-IMAGE-TEXT TO WS-RPT-D-MSG
                MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            IF NOT JT-ACTION-DELETE
                MOVE WS-AFTER-IMAGE TO WS-IMAGE-WORK
                PERFORM 3950-FORMAT-IMAGE
                MOVE SPACES TO WS-RPT-D-FILE
                MOVE SPACES TO WS-RPT-D-JOB
                MOVE 'AFTER' TO WS-RPT-D-TAG
                MOVE WS-IMAGE-TEXT TO WS-RPT-D-MSG
                MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE JT-ACTION TO WS-AUDIT-ACTION.
            PERFORM 3910-WRITE-CTL-AUDIT.

      * WS-LOAD-JOB, WS-CUR-FILE, WS-AUDIT-ACTION and the two images
      * describe the change being recorded.
       3910-WRITE-CTL-AUDIT.
            OPEN EXTEND CTL-AUDIT-FILE.
            IF WS-CTL-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT CTL-AUDIT-FILE
            END-IF.
            INITIALIZE CTL-AUDIT-REC.
            MOVE WS-TODAY-DATE   TO CA-STAMP-DATE.
            MOVE WRK-HORARIO     TO CA-STAMP-TIME.
            MOVE WS-USER-ID      TO CA-USER-ID.
            MOVE WS-CUR-FILE     TO CA-FILE-NAME.
            MOVE WS-AUDIT-ACTION TO CA-ACTION.
            MOVE WS-LOAD-JOB     TO CA-JOB-NAME.
            MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
            MOVE WS-AFTER-IMAGE  TO CA-AFTER-IMAGE.
            WRITE CTL-AUDIT-REC.
            CLOSE CTL-AUDIT-FILE.

      * WS-CUR-FILE says which layout the image in WS-IMAGE-WORK is
      * in.
       3950-FORMAT-IMAGE.
            MOVE SPACES TO WS-IMAGE-TEXT.
            EVALUATE WS-CUR-FILE
                WHEN 'WINDOW.CTL'
                    STRING 'OPEN ' DELIMITED BY SIZE
                           WS-IMG-WIN-OPEN DELIMITED BY SIZE
                           '  CLOSE ' DELIMITED BY SIZE
                           WS-IMG-WIN-CLOSE DELIMITED BY SIZE
                           '  CUTOFF ' DELIMITED BY SIZE
                           WS-IMG-WIN-CUTOFF DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
                    END-STRING
                WHEN 'JOBDEP.CTL'
                    STRING 'PREDS ' DELIMITED BY SIZE
                           WS-IMG-DEP-PRED(1) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-IMG-DEP-PRED(2) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-IMG-DEP-PRED(3) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-IMG-DEP-PRED(4) DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
                    END-STRING
                WHEN 'RUNPLAN.CTL'
                    STRING 'FREQ ' DELIMITED BY SIZE
                           WS-IMG-PLN-FREQ DELIMITED BY SIZE
                           '  DAY ' DELIMITED BY SIZE
                           WS-IMG-PLN-DAY DELIMITED BY SIZE
                           '  REGION ' DELIMITED BY SIZE
                           WS-IMG-PLN-REGION DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
                    END-STRING
                WHEN 'SLA.CTL'
                    STRING 'MAX SECS ' DELIMITED BY SIZE
                           WS-IMG-SLA-MAX-SECS DELIMITED BY SIZE
                           '  DEVIATION PCT ' DELIMITED BY SIZE
                           WS-IMG-SLA-DEV-PCT DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
                    END-STRING
                WHEN OTHER
                    MOVE WS-IMAGE-WORK TO WS-IMAGE-TEXT
            END-EVALUATE.

       3990-RAISE-AUTH-ALERT.
            DISPLAY '*** JOBMAINT: ' WS-AUTH-REFUSED-COUNT
                ' TRANSACTION(S) REFUSED - USER ' WS-AUTH-USER
                ' NOT AUTHORIZED ON OPERAUTH.CTL'.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'AUTHREFU' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            MOVE WS-TODAY-DATE TO WS-ALERT-RUN-DATE.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'NOT AUTHORIZED: JOBMAINT BY USER '
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
            MOVE WRK-HORARIO       TO AL-ALERT-TIME.
            MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE.
            ACCEPT WS-ALERT-STAMP-DATE FROM DATE YYYYMMDD.
            MOVE WS-ALERT-STAMP-DATE TO AL-ALERT-DATE.
            WRITE OPSALERT-REC.
            CLOSE OPSALERT-FILE.

       4000-REWRITE-CONTROL-FILES.
            IF WIN-TABLE-FULL
                MOVE 'WINDOW.CTL' TO WS-CUR-FILE
                PERFORM 4900-REPORT-NOT-REWRITTEN
            END-IF.
            IF DEP-TABLE-FULL
                MOVE 'JOBDEP.CTL' TO WS-CUR-FILE
                PERFORM 4900-REPORT-NOT-REWRITTEN
            END-IF.
            IF PLN-TABLE-FULL
                MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE
                PERFORM 4900-REPORT-NOT-REWRITTEN
            END-IF.
            IF SLA-TABLE-FULL
                MOVE 'SLA.CTL' TO WS-CUR-FILE
                PERFORM 4900-REPORT-NOT-REWRITTEN
            END-IF.
            IF WIN-UPDATED AND NOT WIN-TABLE-FULL
                OPEN OUTPUT WINDOW-CTL-FILE
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-WIN-COUNT
                    INITIALIZE WINDOW-CTL-REC
                    MOVE WS-WIN-JOB(WS-SUB-I) TO WIN-JOB-NAME
                    MOVE WS-WIN-OPEN(WS-SUB-I) TO WIN-OPEN-TIME
                    MOVE WS-WIN-CLOSE(WS-SUB-I) TO WIN-CLOSE-TIME
                    MOVE WS-WIN-CUTOFF(WS-SUB-I) TO WIN-CUTOFF-TIME
                    WRITE WINDOW-CTL-REC
                END-PERFORM
                CLOSE WINDOW-CTL-FILE
            END-IF.
            IF DEP-UPDATED AND NOT DEP-TABLE-FULL
                OPEN OUTPUT JOBDEP-CTL-FILE
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-DEP-COUNT
                    INITIALIZE JOBDEP-REC
                    MOVE WS-DEP-JOB(WS-SUB-I) TO DEP-JOB-NAME
                    PERFORM VARYING WS-SUB-P FROM 1 BY 1
                            UNTIL WS-SUB-P > 4
                        MOVE WS-DEP-PRED(WS-SUB-I, WS-SUB-P)
                            TO DEP-PRED-NAME(WS-SUB-P)
                    END-PERFORM
                    WRITE JOBDEP-REC
                END-PERFORM
                CLOSE JOBDEP-CTL-FILE
            END-IF.
            IF PLN-UPDATED AND NOT PLN-TABLE-FULL
                OPEN OUTPUT RUNPLAN-CTL-FILE
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-PLN-COUNT
                    INITIALIZE RUNPLAN-CTL-REC
                    MOVE WS-PLN-JOB(WS-SUB-I) TO PLN-JOB-NAME
                    MOVE WS-PLN-FREQ(WS-SUB-I) TO PLN-FREQ-CODE
                    MOVE WS-PLN-DAY(WS-SUB-I) TO PLN-FREQ-DAY
                    MOVE WS-PLN-REGION(WS-SUB-I) TO PLN-REGION
                    WRITE RUNPLAN-CTL-REC
                END-PERFORM
                CLOSE RUNPLAN-CTL-FILE
            END-IF.
            IF SLA-UPDATED AND NOT SLA-TABLE-FULL
                OPEN OUTPUT SLA-CTL-FILE
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I > WS-SLA-COUNT
                    INITIALIZE SLA-CTL-REC
                    MOVE WS-SLA-JOB(WS-SUB-I) TO SLA-JOB-NAME
                    MOVE WS-SLA-MAX-SECS(WS-SUB-I) TO SLA-MAX-SECS
                    MOVE WS-SLA-DEV-PCT(WS-SUB-I) TO SLA-DEV-PCT
                    WRITE SLA-CTL-REC
                END-PERFORM
                CLOSE SLA-CTL-FILE
            END-IF.

       4900-REPORT-NOT-REWRITTEN.
            PERFORM 6900-WRITE-BLANK-LINE.
            STRING '*** ' DELIMITED BY SIZE
                   WS-CUR-FILE DELIMITED BY SPACE
                   ' NOT REWRITTEN - EXCEEDS 200 ROWS ***'
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       5000-PRINT-LISTING.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '*** WINDOW.CTL LISTING ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'WINDOW.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-WIN-COUNT
                MOVE WS-WIN-JOB(WS-SUB-I) TO WS-LOAD-JOB
                MOVE WS-WIN-DATA(WS-SUB-I) TO WS-IMAGE-WORK
                PERFORM 5100-PRINT-LISTING-ROW
            END-PERFORM.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '*** JOBDEP.CTL LISTING ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'JOBDEP.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DEP-COUNT
                MOVE WS-DEP-JOB(WS-SUB-I) TO WS-LOAD-JOB
                MOVE WS-DEP-DATA(WS-SUB-I) TO WS-IMAGE-WORK
                PERFORM 5100-PRINT-LISTING-ROW
            END-PERFORM.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '*** RUNPLAN.CTL LISTING ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLN-COUNT
                MOVE WS-PLN-JOB(WS-SUB-I) TO WS-LOAD-JOB
                MOVE WS-PLN-DATA(WS-SUB-I) TO WS-IMAGE-WORK
                PERFORM 5100-PRINT-LISTING-ROW
            END-PERFORM.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '*** SLA.CTL LISTING ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'SLA.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-SLA-COUNT
                MOVE WS-SLA-JOB(WS-SUB-I) TO WS-LOAD-JOB
                MOVE WS-SLA-DATA(WS-SUB-I) TO WS-IMAGE-WORK
                PERFORM 5100-PRINT-LISTING-ROW
            END-PERFORM.

       5100-PRINT-LISTING-ROW.
            PERFORM 3950-FORMAT-IMAGE.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-CUR-FILE TO WS-RPT-D-FILE.
            MOVE WS-LOAD-JOB TO WS-RPT-D-JOB.
            MOVE WS-IMAGE-TEXT TO WS-RPT-D-MSG.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * Cross-file validation runs against the files as they stand
      * after this run's transactions. Findings are reported, not
      * corrected - the fix is a transaction on the next run.
       6000-VALIDATE-CONTROL-FILES.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '*** CROSS-FILE VALIDATION ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 6100-CHECK-SELF-DEPENDENCY.
            PERFORM 6200-CHECK-PREDECESSOR-CYCLES.
            PERFORM 6300-CHECK-PREDS-NOT-PLANNED.
            PERFORM 6400-CHECK-PLANNED-NO-WINDOW.
            PERFORM 6500-CHECK-CUTOFF-IN-WINDOW.
            PERFORM 6600-CHECK-SLA-WITHIN-WINDOW.
            PERFORM 6700-CHECK-REGION-HOLIDAYS.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL VALIDATION EXCEPTIONS: ' DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       6100-CHECK-SELF-DEPENDENCY.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* JOBDEP.CTL SELF-DEPENDENCIES *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'JOBDEP.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DEP-COUNT
                PERFORM VARYING WS-SUB-P FROM 1 BY 1
                        UNTIL WS-SUB-P > 4
                    IF WS-DEP-PRED(WS-SUB-I, WS-SUB-P)
                            = WS-DEP-JOB(WS-SUB-I)
                        MOVE WS-DEP-JOB(WS-SUB-I) TO WS-LOAD-JOB
                        MOVE 'JOB NAMES ITSELF AS A PREDECESSOR'
                            TO WS-IMAGE-TEXT
                        PERFORM 6800-WRITE-EXCEPTION
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

       6200-CHECK-PREDECESSOR-CYCLES.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* JOBDEP.CTL PREDECESSOR CYCLES *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'JOBDEP.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DEP-COUNT
                PERFORM 6250-SEARCH-ONE-CYCLE
                IF CYCLE-FOUND
                    MOVE WS-CYCLE-START TO WS-LOAD-JOB
                    MOVE 'JOB WAITS ON ITSELF THROUGH A CYCLE'
                        TO WS-IMAGE-TEXT
                    PERFORM 6800-WRITE-EXCEPTION
                END-IF
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

      * Self-dependencies are skipped on the walk - they are reported
      * in their own section - so only cycles through at least one
      * other job are found here. Every job on a cycle is reported.
       6250-SEARCH-ONE-CYCLE.
            MOVE 'N' TO WS-CYCLE-SW.
            MOVE WS-DEP-JOB(WS-SUB-I) TO WS-CYCLE-START.
            MOVE ALL 'N' TO WS-VISIT-TABLE.
            MOVE 'Y' TO WS-VISIT-SW(WS-SUB-I).
            MOVE 1 TO WS-Q-HEAD.
            MOVE ZERO TO WS-Q-TAIL.
            MOVE WS-SUB-I TO WS-SUB-K.
            PERFORM 6270-QUEUE-PREDECESSORS.
            PERFORM UNTIL WS-Q-HEAD > WS-Q-TAIL
                    OR CYCLE-FOUND
                MOVE WS-QUEUE-JOB(WS-Q-HEAD) TO WS-Q-JOB
                ADD 1 TO WS-Q-HEAD
                IF WS-Q-JOB = WS-CYCLE-START
                    MOVE 'Y' TO WS-CYCLE-SW
                ELSE
                    PERFORM VARYING WS-SUB-K FROM 1 BY 1
                            UNTIL WS-SUB-K > WS-DEP-COUNT
                            OR WS-DEP-JOB(WS-SUB-K) = WS-Q-JOB
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-K <= WS-DEP-COUNT
                        IF WS-VISIT-SW(WS-SUB-K) = 'N'
                            MOVE 'Y' TO WS-VISIT-SW(WS-SUB-K)
                            PERFORM 6270-QUEUE-PREDECESSORS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       6270-QUEUE-PREDECESSORS.
            PERFORM VARYING WS-SUB-P FROM 1 BY 1
                    UNTIL WS-SUB-P > 4
                IF WS-DEP-PRED(WS-SUB-K, WS-SUB-P) NOT = SPACES
                        AND WS-DEP-PRED(WS-SUB-K, WS-SUB-P)
                            NOT = WS-DEP-JOB(WS-SUB-K)
                        AND WS-Q-TAIL < 1000
                    ADD 1 TO WS-Q-TAIL
                    MOVE WS-DEP-PRED(WS-SUB-K, WS-SUB-P)
                        TO WS-QUEUE-JOB(WS-Q-TAIL)
                END-IF
            END-PERFORM.

       6300-CHECK-PREDS-NOT-PLANNED.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* PREDECESSORS NOT ON RUNPLAN.CTL *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'JOBDEP.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-DEP-COUNT
                PERFORM VARYING WS-SUB-P FROM 1 BY 1
                        UNTIL WS-SUB-P > 4
                    IF WS-DEP-PRED(WS-SUB-I, WS-SUB-P) NOT = SPACES
                        PERFORM VARYING WS-SUB-J FROM 1 BY 1
                                UNTIL WS-SUB-J > WS-PLN-COUNT
                                OR WS-PLN-JOB(WS-SUB-J)
                                    = WS-DEP-PRED(WS-SUB-I, WS-SUB-P)
                            CONTINUE
                        END-PERFORM
                        IF WS-SUB-J > WS-PLN-COUNT
                            MOVE WS-DEP-JOB(WS-SUB-I) TO WS-LOAD-JOB
                            MOVE SPACES TO WS-IMAGE-TEXT
                            STRING 'PREDECESSOR ' DELIMITED BY SIZE
                                   WS-DEP-PRED(WS-SUB-I, WS-SUB-P)
                                       DELIMITED BY SIZE
                                   ' IS NOT ON RUNPLAN.CTL'
                                       DELIMITED BY SIZE
                                   INTO WS-IMAGE-TEXT
                            END-STRING
                            PERFORM 6800-WRITE-EXCEPTION
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

      * A job planned in more than one region is checked once.
       6400-CHECK-PLANNED-NO-WINDOW.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* PLANNED JOBS WITH NO WINDOW.CTL ROW *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLN-COUNT
                PERFORM VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K >= WS-SUB-I
                        OR WS-PLN-JOB(WS-SUB-K) = WS-PLN-JOB(WS-SUB-I)
                    CONTINUE
                END-PERFORM
                IF WS-SUB-K = WS-SUB-I
                    MOVE WS-PLN-JOB(WS-SUB-I) TO WS-LOAD-JOB
                    PERFORM 3210-FIND-WINDOW-ROW
                    IF NOT ROW-FOUND
                        MOVE 'PLANNED JOB HAS NO WINDOW.CTL ROW'
                            TO WS-IMAGE-TEXT
                        PERFORM 6800-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

      * The cutoff is measured as an offset from the window open in
      * the same way PROGCOB03 9150-CHECK-BATCH-WINDOW measures it,
      * so a window spanning midnight is judged the same here.
       6500-CHECK-CUTOFF-IN-WINDOW.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* CUTOFF TIMES OUTSIDE THEIR WINDOW *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'WINDOW.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-WIN-COUNT
                MOVE WS-SUB-I TO WS-FOUND-SUB
                PERFORM 6550-MEASURE-WINDOW
                IF WS-WIN-CUTOFF-OFFSET > WS-WIN-LEN-MINS
                    MOVE WS-WIN-JOB(WS-SUB-I) TO WS-LOAD-JOB
                    MOVE SPACES TO WS-IMAGE-TEXT
                    STRING 'CUTOFF ' DELIMITED BY SIZE
                           WS-WIN-CUTOFF(WS-SUB-I) DELIMITED BY SIZE
                           ' OUTSIDE WINDOW ' DELIMITED BY SIZE
                           WS-WIN-OPEN(WS-SUB-I) DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           WS-WIN-CLOSE(WS-SUB-I) DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
                    END-STRING
                    PERFORM 6800-WRITE-EXCEPTION
                END-IF
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

       6550-MEASURE-WINDOW.
            MOVE WS-WIN-OPEN(WS-FOUND-SUB) TO WS-WIN-TEMP-TIME.
            PERFORM 6560-WINDOW-TIME-TO-MINS.
            MOVE WS-WIN-WORK-MINS TO WS-WIN-OPEN-MINS.
            MOVE WS-WIN-CLOSE(WS-FOUND-SUB) TO WS-WIN-TEMP-TIME.
            PERFORM 6560-WINDOW-TIME-TO-MINS.
            COMPUTE WS-WIN-LEN-MINS =
                WS-WIN-WORK-MINS - WS-WIN-OPEN-MINS.
            IF WS-WIN-LEN-MINS < ZERO
                ADD 1440 TO WS-WIN-LEN-MINS
            END-IF.
            MOVE WS-WIN-CUTOFF(WS-FOUND-SUB) TO WS-WIN-TEMP-TIME.
            PERFORM 6560-WINDOW-TIME-TO-MINS.
            COMPUTE WS-WIN-CUTOFF-OFFSET =
                WS-WIN-WORK-MINS - WS-WIN-OPEN-MINS.
            IF WS-WIN-CUTOFF-OFFSET < ZERO
                ADD 1440 TO WS-WIN-CUTOFF-OFFSET
            END-IF.

       6560-WINDOW-TIME-TO-MINS.
            MOVE WS-WIN-TEMP-TIME(1:2) TO WS-WIN-TEMP-HH.
            MOVE WS-WIN-TEMP-TIME(3:2) TO WS-WIN-TEMP-MM.
            COMPUTE WS-WIN-WORK-MINS =
                WS-WIN-TEMP-HH * 60 + WS-WIN-TEMP-MM.

       6600-CHECK-SLA-WITHIN-WINDOW.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* SLA LIMITS LONGER THAN THE JOB WINDOW *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'SLA.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-SLA-COUNT
                MOVE WS-SLA-JOB(WS-SUB-I) TO WS-LOAD-JOB
                PERFORM VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K > WS-WIN-COUNT
                        OR WS-WIN-JOB(WS-SUB-K) = WS-LOAD-JOB
                    CONTINUE
                END-PERFORM
                IF WS-SUB-K <= WS-WIN-COUNT
                    MOVE WS-SUB-K TO WS-FOUND-SUB
                    PERFORM 6550-MEASURE-WINDOW
                    COMPUTE WS-WIN-LEN-SECS = WS-WIN-LEN-MINS * 60
                    IF WS-SLA-MAX-SECS(WS-SUB-I) > WS-WIN-LEN-SECS
                        MOVE SPACES TO WS-IMAGE-TEXT
                        STRING 'SLA MAX SECS ' DELIMITED BY SIZE
                               WS-SLA-MAX-SECS(WS-SUB-I)
                                   DELIMITED BY SIZE
                               ' EXCEEDS WINDOW OF ' DELIMITED BY SIZE
                               WS-WIN-LEN-SECS DELIMITED BY SIZE
                               INTO WS-IMAGE-TEXT
                        END-STRING
                        PERFORM 6800-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

      * Each uncovered region is reported once, against the first
      * planned job that names it.
       6700-CHECK-REGION-HOLIDAYS.
            MOVE ZERO TO WS-SECTION-COUNT.
            MOVE ZERO TO WS-RREG-COUNT.
            PERFORM 6900-WRITE-BLANK-LINE.
            MOVE '* RUNPLAN.CTL REGIONS WITH NO HOLIDAY.CAL ROWS *'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'RUNPLAN.CTL' TO WS-CUR-FILE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-PLN-COUNT
                IF WS-PLN-REGION(WS-SUB-I) NOT = SPACES
                    PERFORM VARYING WS-SUB-K FROM 1 BY 1
                            UNTIL WS-SUB-K > WS-HREG-COUNT
                            OR WS-HREG-CODE(WS-SUB-K)
                                = WS-PLN-REGION(WS-SUB-I)
                        CONTINUE
                    END-PERFORM
                    PERFORM VARYING WS-SUB-J FROM 1 BY 1
                            UNTIL WS-SUB-J > WS-RREG-COUNT
                            OR WS-RREG-CODE(WS-SUB-J)
                                = WS-PLN-REGION(WS-SUB-I)
                        CONTINUE
                    END-PERFORM
                    IF WS-SUB-K > WS-HREG-COUNT
                            AND WS-SUB-J > WS-RREG-COUNT
                        IF WS-RREG-COUNT < 50
                            ADD 1 TO WS-RREG-COUNT
                            MOVE WS-PLN-REGION(WS-SUB-I)
                                TO WS-RREG-CODE(WS-RREG-COUNT)
                        END-IF
                        MOVE WS-PLN-JOB(WS-SUB-I) TO WS-LOAD-JOB
                        MOVE SPACES TO WS-IMAGE-TEXT
                        STRING 'REGION ' DELIMITED BY SIZE
                               WS-PLN-REGION(WS-SUB-I)
                                   DELIMITED BY SIZE
                               ' HAS NO HOLIDAY.CAL ROWS'
                                   DELIMITED BY SIZE
                               INTO WS-IMAGE-TEXT
                        END-STRING
                        PERFORM 6800-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM 6850-WRITE-SECTION-COUNT.

       6800-WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            ADD 1 TO WS-SECTION-COUNT.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-CUR-FILE TO WS-RPT-D-FILE.
            MOVE WS-LOAD-JOB TO WS-RPT-D-JOB.
            MOVE WS-IMAGE-TEXT TO WS-RPT-D-MSG.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       6850-WRITE-SECTION-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'EXCEPTIONS IN SECTION: ' DELIMITED BY SIZE
                   WS-SECTION-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       6900-WRITE-BLANK-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO JOBRPT-REC.
            WRITE JOBRPT-REC.

       END PROGRAM JOBMAINT.
