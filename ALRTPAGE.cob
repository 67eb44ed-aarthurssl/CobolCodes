      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: ACIONAMENTO DO PLANTAO A PARTIR DOS ALERTAS
      *          On-call notification step, run after ALRTMGR. Reads
      *          OPSALERT.DAT for alerts that are new or that ALRTMGR
      *          has escalated to severity 1, finds who is on call for
      *          the alert's region and code or severity on the
      *          ONCALL.CTL roster at this time of day, and appends a
      *          notification row for the paging/e-mail gateway to
      *          NOTIFY.IF with a running sequence number. Every
      *          notification is also kept on NTFYLOG.DAT, which
      *          stops one condition (same alert code, run-id and
      *          business date) paging twice and, once the primary
      *          has had a set number of minutes without the alert
      *          being acknowledged, calls the backup contact. Prints
      *          ALRTPAGE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTPAGE-PRM-FILE ASSIGN TO "ALRTPAGE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTPAGE-PRM-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-FILE-STATUS.
           SELECT RUNHDR-FILE ASSIGN TO "RUNHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHDR-FILE-STATUS.
           SELECT NOTIFY-IF-FILE ASSIGN TO "NOTIFY.IF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-IF-STATUS.
           SELECT NTFYLOG-FILE ASSIGN TO "NTFYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFYLOG-FILE-STATUS.
           SELECT ALRTPAGE-RPT-FILE ASSIGN TO "ALRTPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTPAGE-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALRTPAGE-PRM-FILE.
      * AP-LOOKBACK-DAYS: alerts stamped more than this many days ago
      * are not notified as new (default 1, so today's and yesterday's
      * rows). AP-RENOTIFY-MINS: minutes an alert may stay
      * unacknowledged after the primary is called before the backup
      * is called (default 30).
       01  ALRTPAGE-PRM-REC.
           02 AP-LOOKBACK-DAYS PIC 9(3).
           02 AP-RENOTIFY-MINS PIC 9(4).
           02 AP-RESERVED      PIC X(73).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  ONCALL-FILE.
       COPY ONCLREC.
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
       FD  NOTIFY-IF-FILE.
       01  NOTIFY-IF-REC PIC X(199).
       FD  NTFYLOG-FILE.
       COPY NTFYREC.
       FD  ALRTPAGE-RPT-FILE.
       01  ALRTPAGE-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ALRTPAGE-PRM-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ONCALL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNHDR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-NOTIFY-IF-STATUS PIC XX VALUE '00'.
       01 WS-NTFYLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ALRTPAGE-RPT-STATUS PIC XX VALUE '00'.

       01 WRK-HORARIO.
           02 WRK-HORA PIC 9(2) VALUE ZEROS.
           02 WRK-MINUTOS PIC 9(2) VALUE ZEROS.
           02 WRK-SEGUNDS PIC 9(2) VALUE ZEROS.
       01 WS-NOW-HHMM PIC 9(4).
       01 WS-NOW-MINS PIC S9(5) COMP.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 1.
       01 WS-LOOKBACK-DATE PIC 9(8).
       01 WS-RENOTIFY-MINS PIC 9(4) VALUE 30.

       01 WS-ALERT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ALERT-TABLE.
           02 WS-ALERT-ENTRY OCCURS 2000 TIMES.
               03 WS-AL-SEVERITY   PIC X(1).
               03 WS-AL-CODE       PIC X(8).
               03 WS-AL-RUN-ID     PIC X(23).
               03 WS-AL-RUN-DATE   PIC 9(8).
               03 WS-AL-TIME       PIC 9(6).
               03 WS-AL-MESSAGE    PIC X(60).
               03 WS-AL-ACK-FLAG   PIC X(1).
               03 WS-AL-ESC-FLAG   PIC X(1).
               03 WS-AL-ALERT-DATE PIC 9(8).
               03 WS-AL-REGION     PIC X(2).

       01 WS-ROSTER-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ROSTER-TABLE.
           02 WS-ROSTER-ENTRY OCCURS 200 TIMES.
               03 WS-OC-REGION      PIC X(2).
               03 WS-OC-CODE        PIC X(8).
               03 WS-OC-SEVERITY    PIC X(1).
               03 WS-OC-SHIFT-START PIC 9(4).
               03 WS-OC-SHIFT-END   PIC 9(4).
               03 WS-OC-PRI-CONTACT PIC X(8).
               03 WS-OC-PRI-CHANNEL PIC X(1).
               03 WS-OC-PRI-ADDRESS PIC X(40).
               03 WS-OC-BKP-CONTACT PIC X(8).
               03 WS-OC-BKP-CHANNEL PIC X(1).
               03 WS-OC-BKP-ADDRESS PIC X(40).

      * Notifications already sent, from NTFYLOG.DAT plus this run.
       01 WS-LOG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LOG-TABLE.
           02 WS-LOG-ENTRY OCCURS 3000 TIMES.
               03 WS-LG-REASON     PIC X(1).
               03 WS-LG-ROLE       PIC X(1).
               03 WS-LG-STAMP-DATE PIC 9(8).
               03 WS-LG-STAMP-TIME PIC 9(6).
               03 WS-LG-CODE       PIC X(8).
               03 WS-LG-RUN-ID     PIC X(23).
               03 WS-LG-RUN-DATE   PIC 9(8).
               03 WS-LG-ALERT-DATE PIC 9(8).
               03 WS-LG-ALERT-TIME PIC 9(6).
               03 WS-LG-MESSAGE    PIC X(60).
       01 WS-LOG-FULL-SW PIC X VALUE 'N'.
           88 LOG-TABLE-FULL VALUE 'Y'.
       01 WS-LAST-SEQ-NBR PIC 9(8) VALUE ZERO.

       01 WS-SUB-I PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-K PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-R PIC 9(4) COMP VALUE ZERO.
       01 WS-LOG-LIMIT PIC 9(4) COMP VALUE ZERO.
       01 WS-BEST-ROSTER PIC 9(4) COMP VALUE ZERO.
       01 WS-BEST-SCORE PIC 9(2) VALUE ZERO.
       01 WS-ROW-SCORE PIC 9(2) VALUE ZERO.
       01 WS-ROW-MATCH-SW PIC X VALUE 'N'.
           88 ROW-MATCHES VALUE 'Y'.
       01 WS-SAME-COND-SW PIC X VALUE 'N'.
           88 SAME-CONDITION VALUE 'Y'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 ENTRY-FOUND VALUE 'Y'.
       01 WS-WANT-REASON PIC X(1).
       01 WS-WANT-ROLE PIC X(1).
       01 WS-START-MINS PIC S9(5) COMP.
       01 WS-END-MINS PIC S9(5) COMP.
       01 WS-ELAPSED-MINS PIC S9(9) COMP.
       01 WS-HHMM-TIME.
           02 WS-HHMM-HH PIC 9(2).
           02 WS-HHMM-MM PIC 9(2).
       01 WS-STAMP-HHMMSS.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).

       01 WS-NEW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ESC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RENOTIFY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOCONTACT-COUNT PIC 9(4) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-HEADING.
           02 FILLER PIC X(20) VALUE 'SEQ NBR   REASON    '.
           02 FILLER PIC X(20) VALUE 'ROLE     CONTACT  CH'.
           02 FILLER PIC X(20) VALUE '  ALERT     RUN DATE'.
           02 FILLER PIC X(20) VALUE '  NOTE              '.
           02 FILLER PIC X(20) VALUE SPACES.
       01 WS-RPT-DETAIL.
           02 WS-RPT-D-SEQ     PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-REASON  PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-ROLE    PIC X(7).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-CONTACT PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RPT-D-CHANNEL PIC X(1).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-CODE    PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-DATE    PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-NOTE    PIC X(39).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT ALRTPAGE-RPT-FILE.
            MOVE '*** ON-CALL NOTIFICATION REPORT ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORARIO FROM TIME.
            COMPUTE WS-NOW-HHMM = WRK-HORA * 100 + WRK-MINUTOS.
            COMPUTE WS-NOW-MINS = WRK-HORA * 60 + WRK-MINUTOS.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM 0500-READ-PARM-CARD.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUN DATE: ' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '  TIME: ' DELIMITED BY SIZE
                   WRK-HORARIO DELIMITED BY SIZE
                   '  NEW ALERTS SINCE: ' DELIMITED BY SIZE
                   WS-LOOKBACK-DATE DELIMITED BY SIZE
                   '  BACKUP AFTER (MINS): ' DELIMITED BY SIZE
                   WS-RENOTIFY-MINS DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 1000-LOAD-ROSTER.
            PERFORM 1100-LOAD-ALERTS.
            PERFORM 1200-ASSIGN-ALERT-REGIONS.
            PERFORM 1300-LOAD-NOTIFY-LOG.
            OPEN EXTEND NOTIFY-IF-FILE.
            IF WS-NOTIFY-IF-STATUS = '35'
                OPEN OUTPUT NOTIFY-IF-FILE
            END-IF.
            OPEN EXTEND NTFYLOG-FILE.
            IF WS-NTFYLOG-FILE-STATUS = '35'
                OPEN OUTPUT NTFYLOG-FILE
            END-IF.
            PERFORM 3000-NOTIFY-NEW-ALERTS.
            PERFORM 3500-RENOTIFY-BACKUPS.
            CLOSE NTFYLOG-FILE.
            CLOSE NOTIFY-IF-FILE.
            PERFORM 5000-PRINT-SUMMARY.
            CLOSE ALRTPAGE-RPT-FILE.
            DISPLAY 'ALRTPAGE COMPLETE - ' WS-NEW-COUNT ' NEW, '
                WS-ESC-COUNT ' ESCALATED, ' WS-RENOTIFY-COUNT
                ' BACKUP RE-NOTIFIED, ' WS-DUP-COUNT ' SUPPRESSED, '
                WS-NOCONTACT-COUNT ' WITH NO CONTACT'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE ALRTPAGE-PRM-REC.
            OPEN INPUT ALRTPAGE-PRM-FILE.
            IF WS-ALRTPAGE-PRM-STATUS = '00'
                READ ALRTPAGE-PRM-FILE
                    AT END
                        INITIALIZE ALRTPAGE-PRM-REC
                END-READ
                CLOSE ALRTPAGE-PRM-FILE
            END-IF.
            IF AP-LOOKBACK-DAYS IS NUMERIC
                    AND AP-LOOKBACK-DAYS > ZERO
                MOVE AP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
            END-IF.
            IF AP-RENOTIFY-MINS IS NUMERIC
                    AND AP-RENOTIFY-MINS > ZERO
                MOVE AP-RENOTIFY-MINS TO WS-RENOTIFY-MINS
            END-IF.
            MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                - WS-LOOKBACK-DAYS) TO WS-LOOKBACK-DATE.

       1000-LOAD-ROSTER.
            MOVE ZERO TO WS-ROSTER-COUNT.
            OPEN INPUT ONCALL-FILE.
            IF WS-ONCALL-FILE-STATUS = '00'
                PERFORM UNTIL WS-ONCALL-FILE-STATUS NOT = '00'
                    READ ONCALL-FILE
                        AT END
                            MOVE '10' TO WS-ONCALL-FILE-STATUS
                        NOT AT END
                            IF WS-ROSTER-COUNT < 200
                                ADD 1 TO WS-ROSTER-COUNT
                                PERFORM 1050-STORE-ROSTER-ROW
                            ELSE
                                DISPLAY '*** WARNING: ON-CALL ROSTER '
                                    'EXCEEDS 200 ROWS - EXTRA ROWS '
                                    'IGNORED ***'
                                MOVE '10' TO WS-ONCALL-FILE-STATUS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ONCALL-FILE
            ELSE
                MOVE '*** WARNING: NO ON-CALL ROSTER (ONCALL.CTL) - NOB
      -             'ODY CAN BE NOTIFIED ***' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       1050-STORE-ROSTER-ROW.
            MOVE OC-REGION TO WS-OC-REGION(WS-ROSTER-COUNT).
            MOVE OC-ALERT-CODE TO WS-OC-CODE(WS-ROSTER-COUNT).
            MOVE OC-SEVERITY TO WS-OC-SEVERITY(WS-ROSTER-COUNT).
            IF OC-SHIFT-START IS NUMERIC
                MOVE OC-SHIFT-START
                    TO WS-OC-SHIFT-START(WS-ROSTER-COUNT)
            ELSE
                MOVE ZERO TO WS-OC-SHIFT-START(WS-ROSTER-COUNT)
            END-IF.
            IF OC-SHIFT-END IS NUMERIC
                MOVE OC-SHIFT-END TO WS-OC-SHIFT-END(WS-ROSTER-COUNT)
            ELSE
                MOVE ZERO TO WS-OC-SHIFT-END(WS-ROSTER-COUNT)
            END-IF.
            MOVE OC-PRI-CONTACT TO WS-OC-PRI-CONTACT(WS-ROSTER-COUNT).
            MOVE OC-PRI-CHANNEL TO WS-OC-PRI-CHANNEL(WS-ROSTER-COUNT).
            MOVE OC-PRI-ADDRESS TO WS-OC-PRI-ADDRESS(WS-ROSTER-COUNT).
            MOVE OC-BKP-CONTACT TO WS-OC-BKP-CONTACT(WS-ROSTER-COUNT).
            MOVE OC-BKP-CHANNEL TO WS-OC-BKP-CHANNEL(WS-ROSTER-COUNT).
            MOVE OC-BKP-ADDRESS TO WS-OC-BKP-ADDRESS(WS-ROSTER-COUNT).

       1100-LOAD-ALERTS.
            MOVE ZERO TO WS-ALERT-COUNT.
            OPEN INPUT OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '00'
                PERFORM UNTIL WS-OPSALERT-FILE-STATUS NOT = '00'
                    READ OPSALERT-FILE
                        AT END
                            MOVE '10' TO WS-OPSALERT-FILE-STATUS
                        NOT AT END
                            IF WS-ALERT-COUNT < 2000
                                ADD 1 TO WS-ALERT-COUNT
                                PERFORM 1150-STORE-ALERT-ROW
                            ELSE
                                DISPLAY '*** WARNING: ALERT FILE '
                                    'EXCEEDS 2000 ROWS - LATER ROWS '
                                    'NOT NOTIFIED ***'
                                MOVE '10' TO WS-OPSALERT-FILE-STATUS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPSALERT-FILE
            END-IF.

       1150-STORE-ALERT-ROW.
            MOVE AL-SEVERITY TO WS-AL-SEVERITY(WS-ALERT-COUNT).
            MOVE AL-ALERT-CODE TO WS-AL-CODE(WS-ALERT-COUNT).
            MOVE AL-RUN-ID TO WS-AL-RUN-ID(WS-ALERT-COUNT).
            IF AL-RUN-DATE IS NUMERIC
                MOVE AL-RUN-DATE TO WS-AL-RUN-DATE(WS-ALERT-COUNT)
            ELSE
                MOVE ZERO TO WS-AL-RUN-DATE(WS-ALERT-COUNT)
            END-IF.
            IF AL-ALERT-TIME IS NUMERIC
                MOVE AL-ALERT-TIME TO WS-AL-TIME(WS-ALERT-COUNT)
            ELSE
                MOVE ZERO TO WS-AL-TIME(WS-ALERT-COUNT)
            END-IF.
            MOVE AL-MESSAGE TO WS-AL-MESSAGE(WS-ALERT-COUNT).
            MOVE AL-ACK-FLAG TO WS-AL-ACK-FLAG(WS-ALERT-COUNT).
            MOVE AL-ESC-FLAG TO WS-AL-ESC-FLAG(WS-ALERT-COUNT).
            IF AL-ALERT-DATE IS NUMERIC AND AL-ALERT-DATE NOT = ZERO
                MOVE AL-ALERT-DATE TO WS-AL-ALERT-DATE(WS-ALERT-COUNT)
            ELSE
                MOVE WS-TODAY-DATE TO WS-AL-ALERT-DATE(WS-ALERT-COUNT)
            END-IF.
            MOVE SPACES TO WS-AL-REGION(WS-ALERT-COUNT).

      * OPSALERT.DAT carries no region; an alert about a run takes the
      * region from that run's RUNHDR.DAT banner. Alerts with no run
      * (or whose banner is gone) match only region-blank roster rows.
       1200-ASSIGN-ALERT-REGIONS.
            OPEN INPUT RUNHDR-FILE.
            IF WS-RUNHDR-FILE-STATUS = '00'
                PERFORM UNTIL WS-RUNHDR-FILE-STATUS NOT = '00'
                    READ RUNHDR-FILE
                        AT END
                            MOVE '10' TO WS-RUNHDR-FILE-STATUS
                        NOT AT END
                            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                                    UNTIL WS-SUB-I > WS-ALERT-COUNT
                                IF WS-AL-RUN-ID(WS-SUB-I) = RH-RUN-ID
                                        AND RH-RUN-ID NOT = SPACES
                                    MOVE RH-REGION-CODE
                                        TO WS-AL-REGION(WS-SUB-I)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE RUNHDR-FILE
            END-IF.

       1300-LOAD-NOTIFY-LOG.
            MOVE ZERO TO WS-LOG-COUNT.
            MOVE ZERO TO WS-LAST-SEQ-NBR.
            OPEN INPUT NTFYLOG-FILE.
            IF WS-NTFYLOG-FILE-STATUS = '00'
                PERFORM UNTIL WS-NTFYLOG-FILE-STATUS NOT = '00'
                    READ NTFYLOG-FILE
                        AT END
                            MOVE '10' TO WS-NTFYLOG-FILE-STATUS
                        NOT AT END
                            IF NT-SEQ-NBR IS NUMERIC
                                    AND NT-SEQ-NBR > WS-LAST-SEQ-NBR
                                MOVE NT-SEQ-NBR TO WS-LAST-SEQ-NBR
                            END-IF
                            PERFORM 1350-STORE-LOG-ENTRY
                    END-READ
                END-PERFORM
                CLOSE NTFYLOG-FILE
            END-IF.

       1350-STORE-LOG-ENTRY.
            IF WS-LOG-COUNT < 3000
                ADD 1 TO WS-LOG-COUNT
                MOVE NT-REASON TO WS-LG-REASON(WS-LOG-COUNT)
                MOVE NT-ROLE TO WS-LG-ROLE(WS-LOG-COUNT)
                MOVE NT-STAMP-DATE TO WS-LG-STAMP-DATE(WS-LOG-COUNT)
                MOVE NT-STAMP-TIME TO WS-LG-STAMP-TIME(WS-LOG-COUNT)
                MOVE NT-ALERT-CODE TO WS-LG-CODE(WS-LOG-COUNT)
                MOVE NT-RUN-ID TO WS-LG-RUN-ID(WS-LOG-COUNT)
                MOVE NT-RUN-DATE TO WS-LG-RUN-DATE(WS-LOG-COUNT)
                MOVE NT-ALERT-DATE TO WS-LG-ALERT-DATE(WS-LOG-COUNT)
                MOVE NT-ALERT-TIME TO WS-LG-ALERT-TIME(WS-LOG-COUNT)
                MOVE NT-MESSAGE TO WS-LG-MESSAGE(WS-LOG-COUNT)
            ELSE
                IF NOT LOG-TABLE-FULL
                    MOVE 'Y' TO WS-LOG-FULL-SW
                    DISPLAY '*** WARNING: NOTIFICATION LOG EXCEEDS '
                        '3000 ROWS - TRIM NTFYLOG.DAT ***'
                END-IF
            END-IF.

      * A new alert calls the primary once per condition; an alert
      * ALRTMGR has escalated calls the primary again, once. Further
      * rows for a condition already called are suppressed. The
      * lookback applies to new alerts only: ALRTMGR escalates a row
      * in place days after it was raised, keeping its alert date,
      * and the earlier escalation call on NTFYLOG.DAT is what stops
      * it being called twice.
       3000-NOTIFY-NEW-ALERTS.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-ALERT-COUNT
                IF WS-AL-ACK-FLAG(WS-SUB-I) NOT = 'Y'
                        AND (WS-AL-ESC-FLAG(WS-SUB-I) = 'Y'
                            OR WS-AL-ALERT-DATE(WS-SUB-I)
                                >= WS-LOOKBACK-DATE)
                    IF WS-AL-ESC-FLAG(WS-SUB-I) = 'Y'
                        MOVE 'E' TO WS-WANT-REASON
                    ELSE
                        MOVE 'N' TO WS-WANT-REASON
                    END-IF
                    PERFORM 3100-FIND-PRIOR-NOTICE
                    IF ENTRY-FOUND
                        IF WS-LG-ALERT-DATE(WS-SUB-K)
                                NOT = WS-AL-ALERT-DATE(WS-SUB-I)
                                OR WS-LG-ALERT-TIME(WS-SUB-K)
                                NOT = WS-AL-TIME(WS-SUB-I)
                                OR WS-LG-MESSAGE(WS-SUB-K)
                                NOT = WS-AL-MESSAGE(WS-SUB-I)
                            PERFORM 3200-REPORT-SUPPRESSED
                        END-IF
                    ELSE
                        MOVE 'P' TO WS-WANT-ROLE
                        PERFORM 4000-SEND-NOTIFICATION
                    END-IF
                END-IF
            END-PERFORM.

      * For a new alert any earlier call on the condition counts; for
      * an escalation only an earlier escalation call does.
       3100-FIND-PRIOR-NOTICE.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-LOG-COUNT
                    OR ENTRY-FOUND
                PERFORM 8100-CHECK-SAME-CONDITION
                IF SAME-CONDITION
                    IF WS-LG-REASON(WS-SUB-K) = WS-WANT-REASON
                            OR (WS-WANT-REASON = 'N'
                                AND WS-LG-REASON(WS-SUB-K) = 'E')
                        MOVE 'Y' TO WS-FOUND-SW
                    END-IF
                END-IF
            END-PERFORM.
            IF ENTRY-FOUND
                SUBTRACT 1 FROM WS-SUB-K
            END-IF.

       3200-REPORT-SUPPRESSED.
            ADD 1 TO WS-DUP-COUNT.
            INITIALIZE WS-RPT-DETAIL.
            MOVE SPACES TO WS-RPT-D-SEQ.
            MOVE 'SUPPRESS' TO WS-RPT-D-REASON.
            MOVE WS-AL-CODE(WS-SUB-I) TO WS-RPT-D-CODE.
            MOVE WS-AL-RUN-DATE(WS-SUB-I) TO WS-RPT-D-DATE.
            MOVE 'DUPLICATE OF A CONDITION ALREADY CALLED'
                TO WS-RPT-D-NOTE.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

      * A primary call still unanswered after the set time - the
      * alert is on file and nobody has acknowledged it - calls the
      * backup once. Calls made in this run are not re-examined.
       3500-RENOTIFY-BACKUPS.
            MOVE WS-LOG-COUNT TO WS-LOG-LIMIT.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-LOG-LIMIT
                IF WS-LG-ROLE(WS-SUB-J) = 'P'
                    PERFORM 3550-COMPUTE-ELAPSED-MINS
                    IF WS-ELAPSED-MINS >= WS-RENOTIFY-MINS
                        PERFORM 3600-FIND-BACKUP-CALL
                        IF NOT ENTRY-FOUND
                            PERFORM 3700-FIND-OPEN-ALERT
                            IF ENTRY-FOUND
                                MOVE 'R' TO WS-WANT-REASON
                                MOVE 'B' TO WS-WANT-ROLE
                                PERFORM 4000-SEND-NOTIFICATION
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       3550-COMPUTE-ELAPSED-MINS.
            MOVE ZERO TO WS-ELAPSED-MINS.
            IF WS-LG-STAMP-DATE(WS-SUB-J) IS NUMERIC
                    AND WS-LG-STAMP-DATE(WS-SUB-J) > ZERO
                MOVE WS-LG-STAMP-TIME(WS-SUB-J) TO WS-STAMP-HHMMSS
                COMPUTE WS-ELAPSED-MINS =
                    (WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                        WS-LG-STAMP-DATE(WS-SUB-J))) * 1440
                    + WS-NOW-MINS - (WS-STAMP-HH * 60 + WS-STAMP-MM)
            END-IF.

      * A backup call made after this primary call settles it.
       3600-FIND-BACKUP-CALL.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM VARYING WS-SUB-K FROM WS-SUB-J BY 1
                    UNTIL WS-SUB-K > WS-LOG-COUNT
                    OR ENTRY-FOUND
                IF WS-LG-REASON(WS-SUB-K) = 'R'
                    PERFORM 8150-CHECK-SAME-CONDITION-LOG
                    IF SAME-CONDITION
                        MOVE 'Y' TO WS-FOUND-SW
                    END-IF
                END-IF
            END-PERFORM.

       3700-FIND-OPEN-ALERT.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-ALERT-COUNT
                    OR ENTRY-FOUND
                IF WS-AL-ACK-FLAG(WS-SUB-I) NOT = 'Y'
                    MOVE WS-SUB-J TO WS-SUB-K
                    PERFORM 8100-CHECK-SAME-CONDITION
                    IF SAME-CONDITION
                        MOVE 'Y' TO WS-FOUND-SW
                    END-IF
                END-IF
            END-PERFORM.
            IF ENTRY-FOUND
                SUBTRACT 1 FROM WS-SUB-I
            END-IF.

      * Sends one notification about alert WS-SUB-I to the primary or
      * backup of the roster row on duty now, to the gateway file and
      * the log, and remembers it for the rest of the run.
       4000-SEND-NOTIFICATION.
            PERFORM 4100-FIND-ROSTER-ROW.
            IF WS-BEST-ROSTER = ZERO
                ADD 1 TO WS-NOCONTACT-COUNT
                INITIALIZE WS-RPT-DETAIL
                MOVE SPACES TO WS-RPT-D-SEQ
                PERFORM 4300-SET-REASON-TEXT
                MOVE WS-AL-CODE(WS-SUB-I) TO WS-RPT-D-CODE
                MOVE WS-AL-RUN-DATE(WS-SUB-I) TO WS-RPT-D-DATE
                MOVE 'NO ON-CALL ROSTER ROW ON DUTY - NOT SENT'
                    TO WS-RPT-D-NOTE
                MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            ELSE
                INITIALIZE NOTIFY-REC
                ADD 1 TO WS-LAST-SEQ-NBR
                MOVE WS-LAST-SEQ-NBR TO NT-SEQ-NBR
                MOVE WS-TODAY-DATE TO NT-STAMP-DATE
                MOVE WRK-HORARIO TO NT-STAMP-TIME
                MOVE WS-WANT-REASON TO NT-REASON
                MOVE WS-WANT-ROLE TO NT-ROLE
                IF WS-WANT-ROLE = 'B'
                        AND WS-OC-BKP-CONTACT(WS-BEST-ROSTER)
                            NOT = SPACES
                    MOVE WS-OC-BKP-CONTACT(WS-BEST-ROSTER)
                        TO NT-CONTACT
                    MOVE WS-OC-BKP-CHANNEL(WS-BEST-ROSTER)
                        TO NT-CHANNEL
                    MOVE WS-OC-BKP-ADDRESS(WS-BEST-ROSTER)
                        TO NT-ADDRESS
                ELSE
                    MOVE WS-OC-PRI-CONTACT(WS-BEST-ROSTER)
                        TO NT-CONTACT
                    MOVE WS-OC-PRI-CHANNEL(WS-BEST-ROSTER)
                        TO NT-CHANNEL
                    MOVE WS-OC-PRI-ADDRESS(WS-BEST-ROSTER)
                        TO NT-ADDRESS
                END-IF
                MOVE WS-AL-REGION(WS-SUB-I) TO NT-REGION
                MOVE WS-AL-SEVERITY(WS-SUB-I) TO NT-SEVERITY
                MOVE WS-AL-CODE(WS-SUB-I) TO NT-ALERT-CODE
                MOVE WS-AL-RUN-ID(WS-SUB-I) TO NT-RUN-ID
                MOVE WS-AL-RUN-DATE(WS-SUB-I) TO NT-RUN-DATE
                MOVE WS-AL-ALERT-DATE(WS-SUB-I) TO NT-ALERT-DATE
                MOVE WS-AL-TIME(WS-SUB-I) TO NT-ALERT-TIME
                MOVE WS-AL-MESSAGE(WS-SUB-I) TO NT-MESSAGE
                PERFORM 1350-STORE-LOG-ENTRY
                EVALUATE WS-WANT-REASON
                    WHEN 'N'
                        ADD 1 TO WS-NEW-COUNT
                    WHEN 'E'
                        ADD 1 TO WS-ESC-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-RENOTIFY-COUNT
                END-EVALUATE
                INITIALIZE WS-RPT-DETAIL
                MOVE NT-SEQ-NBR TO WS-RPT-D-SEQ
                PERFORM 4300-SET-REASON-TEXT
                MOVE NT-CONTACT TO WS-RPT-D-CONTACT
                MOVE NT-CHANNEL TO WS-RPT-D-CHANNEL
                MOVE NT-ALERT-CODE TO WS-RPT-D-CODE
                MOVE NT-RUN-DATE TO WS-RPT-D-DATE
                IF WS-WANT-ROLE = 'B'
                        AND WS-OC-BKP-CONTACT(WS-BEST-ROSTER) = SPACES
                    MOVE 'NO BACKUP ON ROSTER - PRIMARY CALLED AGAIN'
                        TO WS-RPT-D-NOTE
                ELSE
                    MOVE NT-MESSAGE TO WS-RPT-D-NOTE
                END-IF
                MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE NOTIFY-REC TO NOTIFY-IF-REC
                WRITE NOTIFY-IF-REC
                WRITE NOTIFY-REC
            END-IF.

      * Scores each roster row on duty that fits the alert: a named
      * region counts 4, a named alert code 2, a named severity 1.
       4100-FIND-ROSTER-ROW.
            MOVE ZERO TO WS-BEST-ROSTER.
            MOVE ZERO TO WS-BEST-SCORE.
            PERFORM VARYING WS-SUB-R FROM 1 BY 1
                    UNTIL WS-SUB-R > WS-ROSTER-COUNT
                MOVE 'Y' TO WS-ROW-MATCH-SW
                MOVE ZERO TO WS-ROW-SCORE
                IF WS-OC-REGION(WS-SUB-R) NOT = SPACES
                    IF WS-OC-REGION(WS-SUB-R) = WS-AL-REGION(WS-SUB-I)
                        ADD 4 TO WS-ROW-SCORE
                    ELSE
                        MOVE 'N' TO WS-ROW-MATCH-SW
                    END-IF
                END-IF
                IF WS-OC-CODE(WS-SUB-R) NOT = SPACES
                    IF WS-OC-CODE(WS-SUB-R) = WS-AL-CODE(WS-SUB-I)
                        ADD 2 TO WS-ROW-SCORE
                    ELSE
                        MOVE 'N' TO WS-ROW-MATCH-SW
                    END-IF
                END-IF
                IF WS-OC-SEVERITY(WS-SUB-R) NOT = SPACES
                    IF WS-OC-SEVERITY(WS-SUB-R)
                            = WS-AL-SEVERITY(WS-SUB-I)
                        ADD 1 TO WS-ROW-SCORE
                    ELSE
                        MOVE 'N' TO WS-ROW-MATCH-SW
                    END-IF
                END-IF
                IF ROW-MATCHES
                    PERFORM 4200-CHECK-SHIFT
                END-IF
                IF ROW-MATCHES
                    IF WS-BEST-ROSTER = ZERO
                            OR WS-ROW-SCORE > WS-BEST-SCORE
                        MOVE WS-SUB-R TO WS-BEST-ROSTER
                        MOVE WS-ROW-SCORE TO WS-BEST-SCORE
                    END-IF
                END-IF
            END-PERFORM.

       4200-CHECK-SHIFT.
            MOVE WS-OC-SHIFT-START(WS-SUB-R) TO WS-HHMM-TIME.
            COMPUTE WS-START-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM.
            MOVE WS-OC-SHIFT-END(WS-SUB-R) TO WS-HHMM-TIME.
            COMPUTE WS-END-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM.
            EVALUATE TRUE
                WHEN WS-START-MINS = WS-END-MINS
                    CONTINUE
                WHEN WS-START-MINS < WS-END-MINS
                    IF WS-NOW-MINS < WS-START-MINS
                            OR WS-NOW-MINS >= WS-END-MINS
                        MOVE 'N' TO WS-ROW-MATCH-SW
                    END-IF
                WHEN OTHER
                    IF WS-NOW-MINS < WS-START-MINS
                            AND WS-NOW-MINS >= WS-END-MINS
                        MOVE 'N' TO WS-ROW-MATCH-SW
                    END-IF
            END-EVALUATE.

       4300-SET-REASON-TEXT.
            EVALUATE WS-WANT-REASON
                WHEN 'N'
                    MOVE 'NEW' TO WS-RPT-D-REASON
                WHEN 'E'
                    MOVE 'ESCALATE' TO WS-RPT-D-REASON
                WHEN OTHER
                    MOVE 'NO ACK' TO WS-RPT-D-REASON
            END-EVALUATE.
            IF WS-WANT-ROLE = 'B'
                MOVE 'BACKUP' TO WS-RPT-D-ROLE
            ELSE
                MOVE 'PRIMARY' TO WS-RPT-D-ROLE
            END-IF.

       5000-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'NEW: ' DELIMITED BY SIZE
                   WS-NEW-COUNT DELIMITED BY SIZE
                   '  ESCALATED: ' DELIMITED BY SIZE
                   WS-ESC-COUNT DELIMITED BY SIZE
                   '  BACKUP RE-NOTIFIED: ' DELIMITED BY SIZE
                   WS-RENOTIFY-COUNT DELIMITED BY SIZE
                   '  SUPPRESSED: ' DELIMITED BY SIZE
                   WS-DUP-COUNT DELIMITED BY SIZE
                   '  NO CONTACT: ' DELIMITED BY SIZE
                   WS-NOCONTACT-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LAST NOTIFICATION SEQUENCE NUMBER: '
                       DELIMITED BY SIZE
                   WS-LAST-SEQ-NBR DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO ALRTPAGE-RPT-REC.
            WRITE ALRTPAGE-RPT-REC.

      * One condition is one alert code about one run-id and business
      * date; alerts raised with no run-id are told apart by their
      * message.
       8100-CHECK-SAME-CONDITION.
            MOVE 'N' TO WS-SAME-COND-SW.
            IF WS-LG-CODE(WS-SUB-K) = WS-AL-CODE(WS-SUB-I)
                    AND WS-LG-RUN-ID(WS-SUB-K) = WS-AL-RUN-ID(WS-SUB-I)
                    AND WS-LG-RUN-DATE(WS-SUB-K)
                        = WS-AL-RUN-DATE(WS-SUB-I)
                IF WS-AL-RUN-ID(WS-SUB-I) NOT = SPACES
                        OR WS-LG-MESSAGE(WS-SUB-K)
                            = WS-AL-MESSAGE(WS-SUB-I)
                    MOVE 'Y' TO WS-SAME-COND-SW
                END-IF
            END-IF.

       8150-CHECK-SAME-CONDITION-LOG.
            MOVE 'N' TO WS-SAME-COND-SW.
            IF WS-LG-CODE(WS-SUB-K) = WS-LG-CODE(WS-SUB-J)
                    AND WS-LG-RUN-ID(WS-SUB-K) = WS-LG-RUN-ID(WS-SUB-J)
                    AND WS-LG-RUN-DATE(WS-SUB-K)
                        = WS-LG-RUN-DATE(WS-SUB-J)
                IF WS-LG-RUN-ID(WS-SUB-J) NOT = SPACES
                        OR WS-LG-MESSAGE(WS-SUB-K)
                            = WS-LG-MESSAGE(WS-SUB-J)
                    MOVE 'Y' TO WS-SAME-COND-SW
                END-IF
            END-IF.

       END PROGRAM ALRTPAGE.
