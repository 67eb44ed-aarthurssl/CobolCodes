      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: VERIFICACAO DE BLOQUEIO DE PROCESSO (HLDCHK)
      *          Callable hold check shared by PROGCOB03 open
      *          processing, the RUNPLAN missing-job check and the
      *          BATCHETA completion forecast: a job
      *          run is held when an active HOLD.CTL row covers the
      *          run date and is a hold on that job (any region, or
      *          the run's region), a freeze of the run's region, or
      *          an all-jobs freeze. Released rows are ignored; a hold
      *          past its expiry date still holds until released.
      *          The active holds are loaded once per run. Parameter
      *          area is defined in copybook HLDPRM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CTL-FILE ASSIGN TO "HOLD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CTL-FILE.
       COPY HLDREC.
       WORKING-STORAGE SECTION.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HOLD-LOADED-SW PIC X VALUE 'N'.
           88 HOLD-LOADED VALUE 'Y'.
       01 WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 500 TIMES.
               03 WS-HLD-ID       PIC 9(6).
               03 WS-HLD-TYPE     PIC X(1).
               03 WS-HLD-JOB      PIC X(8).
               03 WS-HLD-REGION   PIC X(2).
               03 WS-HLD-FROM     PIC 9(8).
               03 WS-HLD-TO       PIC 9(8).
               03 WS-HLD-EXPIRY   PIC 9(8).
               03 WS-HLD-REQUESTER PIC X(8).
               03 WS-HLD-REASON   PIC X(30).
       01 WS-HOLD-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-HOLD-FOUND-SW PIC X VALUE 'N'.
           88 HOLD-FOUND VALUE 'Y'.

       LINKAGE SECTION.
       COPY HLDPRM.

       PROCEDURE DIVISION USING HLDCHK-PARM.
       MAIN-PROCEDURE.
            IF NOT HOLD-LOADED
                PERFORM 1000-LOAD-HOLD-CTL
            END-IF.
            MOVE WS-HOLD-COUNT TO HK-HOLD-COUNT.
            MOVE ZERO TO HK-HOLD-ID.
            MOVE SPACES TO HK-HOLD-TYPE.
            MOVE SPACES TO HK-REQUESTER.
            MOVE SPACES TO HK-REASON.
            MOVE ZERO TO HK-FROM-DATE.
            MOVE ZERO TO HK-TO-DATE.
            MOVE ZERO TO HK-EXPIRY-DATE.
            PERFORM 2000-FIND-HOLD.
            IF HOLD-FOUND
                MOVE 'H' TO HK-RESULT
                MOVE WS-HLD-ID(WS-HOLD-SUB)      TO HK-HOLD-ID
                MOVE WS-HLD-TYPE(WS-HOLD-SUB)    TO HK-HOLD-TYPE
                MOVE WS-HLD-REQUESTER(WS-HOLD-SUB)
                                                 TO HK-REQUESTER
                MOVE WS-HLD-REASON(WS-HOLD-SUB)  TO HK-REASON
                MOVE WS-HLD-FROM(WS-HOLD-SUB)    TO HK-FROM-DATE
                MOVE WS-HLD-TO(WS-HOLD-SUB)      TO HK-TO-DATE
                MOVE WS-HLD-EXPIRY(WS-HOLD-SUB)  TO HK-EXPIRY-DATE
            ELSE
                MOVE 'N' TO HK-RESULT
            END-IF.
            GOBACK.

      * Only active rows are kept. A missing HOLD.CTL simply means no
      * holds are in force. Rows past the 500-slot table are dropped
      * with a warning.
       1000-LOAD-HOLD-CTL.
            MOVE ZERO TO WS-HOLD-COUNT.
            OPEN INPUT HOLD-CTL-FILE.
            IF WS-HOLD-FILE-STATUS = '00'
                PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                        OR WS-HOLD-COUNT > 500
                    READ HOLD-CTL-FILE
                        AT END
                            MOVE '10' TO WS-HOLD-FILE-STATUS
                        NOT AT END
                            IF HLD-ACTIVE
                                ADD 1 TO WS-HOLD-COUNT
                                IF WS-HOLD-COUNT <= 500
                                    PERFORM 1100-STORE-HOLD
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLD-CTL-FILE
                IF WS-HOLD-COUNT > 500
                    DISPLAY '*** WARNING: HOLD CONTROL FILE EXCEEDS '
                        '500 ACTIVE HOLDS - EXTRA ROWS IGNORED ***'
                    MOVE 500 TO WS-HOLD-COUNT
                END-IF
            END-IF.
            MOVE 'Y' TO WS-HOLD-LOADED-SW.

       1100-STORE-HOLD.
            MOVE HLD-HOLD-ID     TO WS-HLD-ID(WS-HOLD-COUNT).
            MOVE HLD-TYPE        TO WS-HLD-TYPE(WS-HOLD-COUNT).
            MOVE HLD-JOB-NAME    TO WS-HLD-JOB(WS-HOLD-COUNT).
            MOVE HLD-REGION      TO WS-HLD-REGION(WS-HOLD-COUNT).
            MOVE HLD-FROM-DATE   TO WS-HLD-FROM(WS-HOLD-COUNT).
            MOVE HLD-TO-DATE     TO WS-HLD-TO(WS-HOLD-COUNT).
            MOVE HLD-EXPIRY-DATE TO WS-HLD-EXPIRY(WS-HOLD-COUNT).
            MOVE HLD-REQUESTER   TO WS-HLD-REQUESTER(WS-HOLD-COUNT).
            MOVE HLD-REASON      TO WS-HLD-REASON(WS-HOLD-COUNT).

      * A zero to-date is open-ended. A region freeze matches only
      * runs carrying that region code, the same way a region-tagged
      * RUNPLAN.CTL row is due only in its own region.
       2000-FIND-HOLD.
            MOVE 'N' TO WS-HOLD-FOUND-SW.
            PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                    UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                    OR HOLD-FOUND
                IF WS-HLD-FROM(WS-HOLD-SUB) <= HK-RUN-DATE
                        AND (WS-HLD-TO(WS-HOLD-SUB) = ZERO
                            OR WS-HLD-TO(WS-HOLD-SUB) >= HK-RUN-DATE)
                    EVALUATE WS-HLD-TYPE(WS-HOLD-SUB)
                        WHEN 'A'
                            MOVE 'Y' TO WS-HOLD-FOUND-SW
                        WHEN 'R'
                            IF WS-HLD-REGION(WS-HOLD-SUB)
                                    = HK-REGION-CODE
                                MOVE 'Y' TO WS-HOLD-FOUND-SW
                            END-IF
                        WHEN 'J'
                            IF WS-HLD-JOB(WS-HOLD-SUB) = HK-JOB-NAME
                                    AND (WS-HLD-REGION(WS-HOLD-SUB)
                                        = SPACES
                                    OR WS-HLD-REGION(WS-HOLD-SUB)
                                        = HK-REGION-CODE)
                                MOVE 'Y' TO WS-HOLD-FOUND-SW
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM.
      * The VARYING clause steps one past the matching row.
            IF HOLD-FOUND
                SUBTRACT 1 FROM WS-HOLD-SUB
            END-IF.

       END PROGRAM HLDCHK.
