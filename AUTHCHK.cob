      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: VERIFICACAO DE AUTORIDADE DO OPERADOR (AUTHCHK)
      *          Callable authority check shared by every program
      *          that performs a privileged action: the submitting
      *          user must hold an OPERAUTH.CTL row for the action
      *          (or 'ALL'), unrestricted or limited to the job and
      *          region the action applies to. Every check, allowed
      *          or refused, is appended to the SECAUDIT.DAT security
      *          audit trail. The authority table is loaded once per
      *          run. Parameter area is defined in copybook AUTHPRM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-FILE-STATUS.
           SELECT SECAUDIT-FILE ASSIGN TO "SECAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECAUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERAUTH-FILE.
       COPY AUTHREC.
       FD  SECAUDIT-FILE.
       COPY SAUDREC.
       WORKING-STORAGE SECTION.
       01 WS-OPERAUTH-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SECAUDIT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-AUTH-LOADED-SW PIC X VALUE 'N'.
           88 AUTH-LOADED VALUE 'Y'.
       01 WS-AUTH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUTH-TABLE.
           02 WS-AUTH-ENTRY OCCURS 500 TIMES.
               03 WS-AUTH-USER   PIC X(8).
               03 WS-AUTH-ACTION PIC X(8).
               03 WS-AUTH-REGION PIC X(2).
               03 WS-AUTH-JOB    PIC X(8).
       01 WS-AUTH-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-GRANT-FOUND-SW PIC X VALUE 'N'.
           88 GRANT-FOUND VALUE 'Y'.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(6).

       LINKAGE SECTION.
       COPY AUTHPRM.

       PROCEDURE DIVISION USING AUTHCHK-PARM.
       MAIN-PROCEDURE.
            IF NOT AUTH-LOADED
                PERFORM 1000-LOAD-OPERAUTH
            END-IF.
            MOVE WS-AUTH-COUNT TO AU-AUTH-COUNT.
            IF AU-USER-ID = SPACES
                ACCEPT AU-USER-ID FROM ENVIRONMENT 'USER'
            END-IF.
            PERFORM 2000-FIND-GRANT.
            IF GRANT-FOUND
                MOVE 'A' TO AU-RESULT
            ELSE
                MOVE 'R' TO AU-RESULT
            END-IF.
            PERFORM 3000-WRITE-SECAUDIT.
            GOBACK.

      * Rows past the 500-slot table are dropped with a warning; a
      * dropped row can only refuse, never grant, so an overflow
      * fails safe.
       1000-LOAD-OPERAUTH.
            MOVE ZERO TO WS-AUTH-COUNT.
            OPEN INPUT OPERAUTH-FILE.
            IF WS-OPERAUTH-FILE-STATUS = '00'
                PERFORM UNTIL WS-OPERAUTH-FILE-STATUS NOT = '00'
                        OR WS-AUTH-COUNT > 500
                    READ OPERAUTH-FILE
                        AT END
                            MOVE '10' TO WS-OPERAUTH-FILE-STATUS
                        NOT AT END
                            IF OA-USER-ID NOT = SPACES
                                    AND OA-ACTION NOT = SPACES
                                ADD 1 TO WS-AUTH-COUNT
                                IF WS-AUTH-COUNT <= 500
                                    MOVE OA-USER-ID
                                      TO WS-AUTH-USER(WS-AUTH-COUNT)
                                    MOVE OA-ACTION
                                      TO WS-AUTH-ACTION(WS-AUTH-COUNT)
                                    MOVE OA-REGION
                                      TO WS-AUTH-REGION(WS-AUTH-COUNT)
                                    MOVE OA-JOB-NAME
                                      TO WS-AUTH-JOB(WS-AUTH-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERAUTH-FILE
                IF WS-AUTH-COUNT > 500
                    DISPLAY '*** WARNING: OPERATOR AUTHORITY TABLE '
                        'EXCEEDS 500 ENTRIES - EXTRA ROWS IGNORED ***'
                    MOVE 500 TO WS-AUTH-COUNT
                END-IF
            ELSE
                DISPLAY '*** WARNING: OPERAUTH.CTL NOT AVAILABLE - '
                    'ALL PRIVILEGED ACTIONS REFUSED ***'
            END-IF.
            MOVE 'Y' TO WS-AUTH-LOADED-SW.

       2000-FIND-GRANT.
            MOVE 'N' TO WS-GRANT-FOUND-SW.
            PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                    UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                    OR GRANT-FOUND
                IF WS-AUTH-USER(WS-AUTH-SUB) = AU-USER-ID
                        AND (WS-AUTH-ACTION(WS-AUTH-SUB) = AU-ACTION
                            OR WS-AUTH-ACTION(WS-AUTH-SUB) = 'ALL')
                        AND (WS-AUTH-REGION(WS-AUTH-SUB) = SPACES
                            OR WS-AUTH-REGION(WS-AUTH-SUB)
                                = AU-REGION-CODE)
                        AND (WS-AUTH-JOB(WS-AUTH-SUB) = SPACES
                            OR WS-AUTH-JOB(WS-AUTH-SUB) = AU-JOB-NAME)
                    MOVE 'Y' TO WS-GRANT-FOUND-SW
                END-IF
            END-PERFORM.

       3000-WRITE-SECAUDIT.
            ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-STAMP-TIME FROM TIME.
            OPEN EXTEND SECAUDIT-FILE.
            IF WS-SECAUDIT-FILE-STATUS = '35'
                OPEN OUTPUT SECAUDIT-FILE
            END-IF.
            INITIALIZE SEC-AUDIT-REC.
            MOVE WS-STAMP-DATE  TO SA-STAMP-DATE.
            MOVE WS-STAMP-TIME  TO SA-STAMP-TIME.
            MOVE AU-USER-ID     TO SA-USER-ID.
            MOVE AU-PROGRAM     TO SA-PROGRAM.
            MOVE AU-ACTION      TO SA-ACTION.
            MOVE AU-RESULT      TO SA-RESULT.
            MOVE AU-JOB-NAME    TO SA-JOB-NAME.
            MOVE AU-REGION-CODE TO SA-REGION.
            IF AU-RUN-DATE IS NUMERIC
                MOVE AU-RUN-DATE TO SA-RUN-DATE
            END-IF.
            MOVE AU-DETAIL      TO SA-DETAIL.
            WRITE SEC-AUDIT-REC.
            CLOSE SECAUDIT-FILE.

       END PROGRAM AUTHCHK.
