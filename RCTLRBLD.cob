      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: RECONSTRUCAO E CONFERENCIA DO CONTROLE DE EXECUCAO
      *          Replays the CHKPT.DAT audit trail (opens, closes,
      *          failures with their reason codes and restarts), with
      *          the attempt numbers from the JOBLOG.DAT open rows, to
      *          work out what RUNCTL.MST should hold for every job
      *          and business date. Compare mode - the default, run
      *          nightly as a health check - reports every record
      *          where RUNCTL.MST disagrees on status, run-id, open or
      *          close time, fail reason or attempt number, and every
      *          record found on only one side, and raises a
      *          severity-1 RCTLDRFT alert when there is drift.
      *          Rebuild mode saves the old master to RUNCTL.Byyyymmdd
      *          and writes a fresh RUNCTL.MST from the replay, with a
      *          before/after count report. PURGE archives are read
      *          for the history window so rows already housekept are
      *          neither lost nor brought back. Prints RCTLRBLD.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCTLRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCTLRBLD-PRM-FILE ASSIGN TO "RCTLRBLD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTLRBLD-PRM-STATUS.
           SELECT CHKPT-FILE ASSIGN USING WS-CHKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT JOBLOG-FILE ASSIGN USING WS-JOBLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
           SELECT RUNCTL-ARCH-FILE ASSIGN USING WS-RUNCTL-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-ARCH-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT JOIN-SRT-FILE ASSIGN TO "RCTLJN.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOIN-SRT-STATUS.
           SELECT RPLY-SRT-FILE ASSIGN TO "RCTLRP.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPLY-SRT-STATUS.
           SELECT SORT-WORK-1 ASSIGN TO "SORTWK1".
           SELECT SORT-WORK-2 ASSIGN TO "SORTWK2".
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT RCTLRBLD-RPT-FILE ASSIGN TO "RCTLRBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTLRBLD-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCTLRBLD-PRM-FILE.
      * RB-MODE: 'C' or blank = compare only, 'R' = rebuild the
      * master. RB-HISTORY-DAYS: how far back PURGE archives are
      * read (default 366 days); older master records cannot be
      * checked and are reported and carried over as they are.
       01  RCTLRBLD-PRM-REC.
           02 RB-MODE         PIC X(1).
               88 RB-MODE-COMPARE VALUE 'C' SPACE.
               88 RB-MODE-REBUILD VALUE 'R'.
           02 RB-HISTORY-DAYS PIC 9(3).
           02 RB-RESERVED     PIC X(76).
       FD  CHKPT-FILE.
       COPY CHKREC.
       FD  JOBLOG-FILE.
       COPY JOBREC.
       FD  RUNCTL-ARCH-FILE.
      * RUNCTL.Ayyyymmdd: closed run-control records PURGE moved off
      * the master, one RUNCTL.MST record image per line. The same
      * layout is used for the RUNCTL.Byyyymmdd copy of the master
      * taken before a rebuild.
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
       FD  RUNCTL-FILE.
       COPY RCTLREC.
      * JOBLOG rows and CHKPT events in run-id order: the JOBLOG row
      * stamped with a run-id's date and time (JN-TYPE '1') is the
      * open request and sorts ahead of that run's events ('2').
       FD  JOIN-SRT-FILE.
       01  JOIN-SRT-REC.
           02 JN-DATE       PIC 9(8).
           02 JN-TIME       PIC 9(6).
           02 JN-TYPE       PIC X(1).
           02 JN-SEQ        PIC 9(9).
           02 JN-JOB        PIC X(8).
           02 JN-ATTEMPT    PIC X(2).
           02 JN-RUN-ID     PIC X(23).
           02 JN-EVENT      PIC X(1).
           02 JN-EVENT-TIME PIC 9(6).
           02 JN-DETAIL     PIC X(8).
       SD  SORT-WORK-1.
       01  SORT-JOIN-REC.
           02 SJ-DATE       PIC 9(8).
           02 SJ-TIME       PIC 9(6).
           02 SJ-TYPE       PIC X(1).
           02 SJ-SEQ        PIC 9(9).
           02 SJ-JOB        PIC X(8).
           02 SJ-ATTEMPT    PIC X(2).
           02 SJ-RUN-ID     PIC X(23).
           02 SJ-EVENT      PIC X(1).
           02 SJ-EVENT-TIME PIC 9(6).
           02 SJ-DETAIL     PIC X(8).
      * Everything known about one job and business date, in job +
      * date order: the replayable events ('E', in the order they
      * were written), the current master record ('M') and a marker
      * ('P') when PURGE has archived the record.
       FD  RPLY-SRT-FILE.
       01  RPLY-SRT-REC.
           02 RP-JOB         PIC X(8).
           02 RP-DATE        PIC 9(8).
           02 RP-SEQ         PIC 9(9).
           02 RP-TYPE        PIC X(1).
           02 RP-RUN-ID      PIC X(23).
           02 RP-EVENT       PIC X(1).
           02 RP-EVENT-TIME  PIC 9(6).
           02 RP-DETAIL      PIC X(8).
           02 RP-ATTEMPT     PIC X(2).
           02 RP-STATUS      PIC X(1).
           02 RP-OPEN-TIME   PIC 9(6).
           02 RP-CLOSE-TIME  PIC 9(6).
       SD  SORT-WORK-2.
       01  SORT-RPLY-REC.
           02 SR-JOB         PIC X(8).
           02 SR-DATE        PIC 9(8).
           02 SR-SEQ         PIC 9(9).
           02 SR-TYPE        PIC X(1).
           02 SR-RUN-ID      PIC X(23).
           02 SR-EVENT       PIC X(1).
           02 SR-EVENT-TIME  PIC 9(6).
           02 SR-DETAIL      PIC X(8).
           02 SR-ATTEMPT     PIC X(2).
           02 SR-STATUS      PIC X(1).
           02 SR-OPEN-TIME   PIC 9(6).
           02 SR-CLOSE-TIME  PIC 9(6).
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  RCTLRBLD-RPT-FILE.
       01  RCTLRBLD-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RCTLRBLD-PRM-STATUS PIC XX VALUE '00'.
       01 WS-CHKPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOIN-SRT-STATUS PIC XX VALUE '00'.
       01 WS-RPLY-SRT-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RCTLRBLD-RPT-STATUS PIC XX VALUE '00'.

       01 WS-CHKPT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-JOBLOG-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNCTL-ARCH-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNCTL-BACKUP-NAME PIC X(30) VALUE SPACES.
       01 WS-BACKUP-OPEN-SW PIC X VALUE 'N'.
           88 BACKUP-OPEN VALUE 'Y'.
       01 WS-ABANDON-FILE PIC X(30) VALUE SPACES.
       01 WS-ABANDON-REASON PIC X(20) VALUE SPACES.
       01 WS-ABANDON-STATUS PIC XX VALUE SPACES.
       01 WS-ABANDON-MSG PIC X(80) VALUE SPACES.

       01 WRK-HORARIO.
           02 WRK-HORA PIC 9(2) VALUE ZEROS.
           02 WRK-MINUTOS PIC 9(2) VALUE ZEROS.
           02 WRK-SEGUNDS PIC 9(2) VALUE ZEROS.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-FROM-INT PIC S9(9) COMP.
       01 WS-ARCH-INT PIC S9(9) COMP.
       01 WS-ARCH-DATE PIC 9(8).
       01 WS-HISTORY-DAYS PIC 9(3) VALUE 366.
       01 WS-HIST-FROM-DATE PIC 9(8).
       01 WS-ARCH-READ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MODE-TEXT PIC X(7) VALUE 'COMPARE'.
       01 WS-SEQ-NBR PIC 9(9) VALUE ZERO.

       01 WS-ALERT-SEVERITY PIC X(1) VALUE '1'.
       01 WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01 WS-ALERT-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-ALERT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-ALERT-STAMP-DATE PIC 9(8) VALUE ZERO.

      * Join pass: the job and attempt of the run-id being read.
       01 WS-JN-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-JN-LAST-TIME PIC 9(6) VALUE ZERO.
       01 WS-JN-CUR-JOB PIC X(8) VALUE SPACES.
       01 WS-JN-CUR-ATTEMPT PIC X(2) VALUE SPACES.
       01 WS-UNPLACED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNPLACED-RUN-ID PIC X(23) VALUE SPACES.

      * Replay pass: the current job and business date.
       01 WS-GRP-JOB PIC X(8) VALUE SPACES.
       01 WS-GRP-DATE PIC 9(8) VALUE ZERO.
       01 WS-GRP-OPEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GRP-PURGED-SW PIC X VALUE 'N'.
           88 GRP-PURGED VALUE 'Y'.
       01 WS-RPL-FOUND-SW PIC X VALUE 'N'.
           88 REPLAY-FOUND VALUE 'Y'.
       01 WS-RPL-IMAGE.
           02 WS-RPL-STATUS     PIC X(1).
           02 WS-RPL-RUN-ID     PIC X(23).
           02 WS-RPL-OPEN-TIME  PIC 9(6).
           02 WS-RPL-CLOSE-TIME PIC 9(6).
           02 WS-RPL-REASON     PIC X(8).
           02 WS-RPL-ATTEMPT    PIC 9(2).
       01 WS-MST-FOUND-SW PIC X VALUE 'N'.
           88 MASTER-FOUND VALUE 'Y'.
       01 WS-MST-IMAGE.
           02 WS-MST-STATUS     PIC X(1).
           02 WS-MST-RUN-ID     PIC X(23).
           02 WS-MST-OPEN-TIME  PIC 9(6).
           02 WS-MST-CLOSE-TIME PIC 9(6).
           02 WS-MST-REASON     PIC X(8).
           02 WS-MST-ATTEMPT    PIC X(2).
       01 WS-MST-ATTEMPT-NUM PIC 9(2).
       01 WS-KEY-DIFF-SW PIC X VALUE 'N'.
           88 KEY-HAS-DIFF VALUE 'Y'.

       01 WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REPLAY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DRIFT-KEYS PIC 9(7) VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ONLY-MASTER PIC 9(7) VALUE ZERO.
       01 WS-ONLY-REPLAY PIC 9(7) VALUE ZERO.
       01 WS-PURGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNVERIFIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STATUS-COUNTS.
           02 WS-BEFORE-OPEN   PIC 9(7) VALUE ZERO.
           02 WS-BEFORE-CLOSED PIC 9(7) VALUE ZERO.
           02 WS-BEFORE-FAILED PIC 9(7) VALUE ZERO.
           02 WS-AFTER-OPEN    PIC 9(7) VALUE ZERO.
           02 WS-AFTER-CLOSED  PIC 9(7) VALUE ZERO.
           02 WS-AFTER-FAILED  PIC 9(7) VALUE ZERO.

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-HEADING.
           02 FILLER PIC X(20) VALUE 'JOB       RUN DATE  '.
           02 FILLER PIC X(20) VALUE 'FIELD         RUNCTL'.
           02 FILLER PIC X(20) VALUE '.MST                '.
           02 FILLER PIC X(20) VALUE '   CHKPT REPLAY     '.
           02 FILLER PIC X(20) VALUE SPACES.
       01 WS-RPT-DETAIL.
           02 WS-RPT-D-JOB     PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-DATE    PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-FIELD   PIC X(12).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RPT-D-MASTER  PIC X(23).
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-RPT-D-REPLAY  PIC X(23).
       01 WS-RPT-COUNTS.
           02 WS-RPT-C-LABEL   PIC X(30).
           02 WS-RPT-C-BEFORE  PIC Z(6)9.
           02 FILLER          PIC X(5) VALUE SPACES.
           02 WS-RPT-C-AFTER   PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT RCTLRBLD-RPT-FILE.
            MOVE '*** RUN-CONTROL MASTER REBUILD / DRIFT CHECK ***'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORARIO FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM 0500-READ-PARM-CARD.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'MODE: ' DELIMITED BY SIZE
                   WS-MODE-TEXT DELIMITED BY SIZE
                   '  RUN DATE: ' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '  HISTORY FROM: ' DELIMITED BY SIZE
                   WS-HIST-FROM-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 1000-SORT-RUN-ID-JOIN.
            PERFORM 2000-SORT-REPLAY-GROUPS.
            PERFORM 3000-REPLAY-AND-COMPARE.
            PERFORM 5000-PRINT-SUMMARY.
            IF RB-MODE-COMPARE AND WS-DRIFT-KEYS > ZERO
                PERFORM 6000-RAISE-DRIFT-ALERT
            END-IF.
            CLOSE RCTLRBLD-RPT-FILE.
            DISPLAY 'RCTLRBLD ' WS-MODE-TEXT ' COMPLETE - '
                WS-DRIFT-KEYS ' RECORD(S) DRIFTED, '
                WS-MASTER-COUNT ' BEFORE, ' WS-WRITTEN-COUNT
                ' WRITTEN'.
            STOP RUN.

       0500-READ-PARM-CARD.
            INITIALIZE RCTLRBLD-PRM-REC.
            OPEN INPUT RCTLRBLD-PRM-FILE.
            IF WS-RCTLRBLD-PRM-STATUS = '00'
                READ RCTLRBLD-PRM-FILE
                    AT END
                        INITIALIZE RCTLRBLD-PRM-REC
                END-READ
                CLOSE RCTLRBLD-PRM-FILE
            END-IF.
            IF NOT RB-MODE-REBUILD
                MOVE 'C' TO RB-MODE
            ELSE
                MOVE 'REBUILD' TO WS-MODE-TEXT
            END-IF.
            IF RB-HISTORY-DAYS IS NUMERIC
                    AND RB-HISTORY-DAYS > ZERO
                MOVE RB-HISTORY-DAYS TO WS-HISTORY-DAYS
            END-IF.
            COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-HISTORY-DAYS.
            MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
                TO WS-HIST-FROM-DATE.

      * Archives first, oldest purge date first, then the live file,
      * so each run's CHKPT events keep the order they were written.
       1000-SORT-RUN-ID-JOIN.
            SORT SORT-WORK-1
                ON ASCENDING KEY SJ-DATE
                                 SJ-TIME
                                 SJ-TYPE
                                 SJ-SEQ
                INPUT PROCEDURE IS 1100-RELEASE-JOIN-ROWS
                GIVING JOIN-SRT-FILE.

       1100-RELEASE-JOIN-ROWS.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-JOBLOG-FILE-NAME
                STRING 'JOBLOG.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-JOBLOG-FILE-NAME
                END-STRING
                PERFORM 1110-RELEASE-JOBLOG-FILE
                MOVE SPACES TO WS-CHKPT-FILE-NAME
                STRING 'CHKPT.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-CHKPT-FILE-NAME
                END-STRING
                PERFORM 1150-RELEASE-CHKPT-FILE
            END-PERFORM.
            MOVE 'JOBLOG.DAT' TO WS-JOBLOG-FILE-NAME.
            PERFORM 1110-RELEASE-JOBLOG-FILE.
            MOVE 'CHKPT.DAT' TO WS-CHKPT-FILE-NAME.
            PERFORM 1150-RELEASE-CHKPT-FILE.

       1110-RELEASE-JOBLOG-FILE.
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
                            IF JL-RUN-DATE IS NUMERIC
                                    AND JL-TIMESTAMP IS NUMERIC
                                ADD 1 TO WS-SEQ-NBR
                                INITIALIZE SORT-JOIN-REC
                                MOVE JL-RUN-DATE TO SJ-DATE
                                MOVE JL-TIMESTAMP TO SJ-TIME
                                MOVE '1' TO SJ-TYPE
                                MOVE WS-SEQ-NBR TO SJ-SEQ
                                MOVE JL-JOB-ID TO SJ-JOB
                                MOVE JL-ATTEMPT-NBR TO SJ-ATTEMPT
                                RELEASE SORT-JOIN-REC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOBLOG-FILE
            END-IF.

       1150-RELEASE-CHKPT-FILE.
            OPEN INPUT CHKPT-FILE.
            IF WS-CHKPT-FILE-STATUS = '00'
                IF WS-CHKPT-FILE-NAME NOT = 'CHKPT.DAT'
                    ADD 1 TO WS-ARCH-READ-COUNT
                END-IF
                PERFORM UNTIL WS-CHKPT-FILE-STATUS NOT = '00'
                    READ CHKPT-FILE
                        AT END
                            MOVE '10' TO WS-CHKPT-FILE-STATUS
                        NOT AT END
                            PERFORM 1160-RELEASE-CHKPT-EVENT
                    END-READ
                END-PERFORM
                CLOSE CHKPT-FILE
            END-IF.

       1160-RELEASE-CHKPT-EVENT.
            IF CK-RUN-ID(10:8) IS NUMERIC
                    AND CK-RUN-ID(18:6) IS NUMERIC
                ADD 1 TO WS-SEQ-NBR
                INITIALIZE SORT-JOIN-REC
                MOVE CK-RUN-ID(10:8) TO SJ-DATE
                MOVE CK-RUN-ID(18:6) TO SJ-TIME
                MOVE '2' TO SJ-TYPE
                MOVE WS-SEQ-NBR TO SJ-SEQ
                MOVE CK-RUN-ID TO SJ-RUN-ID
                MOVE CK-EVENT TO SJ-EVENT
                MOVE CK-EVENT-TIME TO SJ-EVENT-TIME
                MOVE CK-DETAIL TO SJ-DETAIL
                RELEASE SORT-JOIN-REC
            ELSE
                ADD 1 TO WS-UNPLACED-COUNT
            END-IF.

      * Groups every replayable event, master record and purge marker
      * by job and business date. The current master is read here,
      * and in rebuild mode copied to RUNCTL.Byyyymmdd first.
       2000-SORT-REPLAY-GROUPS.
            SORT SORT-WORK-2
                ON ASCENDING KEY SR-JOB
                                 SR-DATE
                                 SR-SEQ
                INPUT PROCEDURE IS 2100-RELEASE-REPLAY-ROWS
                GIVING RPLY-SRT-FILE.

       2100-RELEASE-REPLAY-ROWS.
            PERFORM 2110-RELEASE-JOINED-EVENTS.
            PERFORM 2200-RELEASE-MASTER-RECORDS.
            PERFORM 2300-RELEASE-PURGE-MARKERS.

      * A CHKPT event takes the job and attempt of the JOBLOG open
      * row stamped with its run-id's date and time; events with no
      * such row cannot be placed and are listed.
       2110-RELEASE-JOINED-EVENTS.
            MOVE ZERO TO WS-JN-LAST-DATE.
            MOVE ZERO TO WS-JN-LAST-TIME.
            MOVE SPACES TO WS-JN-CUR-JOB.
            OPEN INPUT JOIN-SRT-FILE.
            IF WS-JOIN-SRT-STATUS = '00'
                PERFORM UNTIL WS-JOIN-SRT-STATUS NOT = '00'
                    READ JOIN-SRT-FILE
                        AT END
                            MOVE '10' TO WS-JOIN-SRT-STATUS
                        NOT AT END
                            PERFORM 2150-JOIN-ONE-ROW
                    END-READ
                END-PERFORM
                CLOSE JOIN-SRT-FILE
            END-IF.

       2150-JOIN-ONE-ROW.
            IF JN-DATE NOT = WS-JN-LAST-DATE
                    OR JN-TIME NOT = WS-JN-LAST-TIME
                MOVE JN-DATE TO WS-JN-LAST-DATE
                MOVE JN-TIME TO WS-JN-LAST-TIME
                MOVE SPACES TO WS-JN-CUR-JOB
                MOVE SPACES TO WS-JN-CUR-ATTEMPT
            END-IF.
            IF JN-TYPE = '1'
                IF WS-JN-CUR-JOB = SPACES
                    MOVE JN-JOB TO WS-JN-CUR-JOB
                    MOVE JN-ATTEMPT TO WS-JN-CUR-ATTEMPT
                END-IF
            ELSE
                IF WS-JN-CUR-JOB = SPACES
                    ADD 1 TO WS-UNPLACED-COUNT
                    IF JN-RUN-ID NOT = WS-UNPLACED-RUN-ID
                        MOVE JN-RUN-ID TO WS-UNPLACED-RUN-ID
                        INITIALIZE WS-RPT-DETAIL
                        MOVE '????????' TO WS-RPT-D-JOB
                        MOVE JN-DATE TO WS-RPT-D-DATE
                        MOVE 'NO JOBLOG' TO WS-RPT-D-FIELD
                        MOVE JN-RUN-ID TO WS-RPT-D-REPLAY
                        MOVE WS-RPT-DETAIL TO WS-RPT-LINE
                        PERFORM 7000-WRITE-REPORT-LINE
                    END-IF
                ELSE
                    INITIALIZE SORT-RPLY-REC
                    MOVE WS-JN-CUR-JOB TO SR-JOB
                    MOVE JN-DATE TO SR-DATE
                    MOVE JN-SEQ TO SR-SEQ
                    MOVE 'E' TO SR-TYPE
                    MOVE JN-RUN-ID TO SR-RUN-ID
                    MOVE JN-EVENT TO SR-EVENT
                    MOVE JN-EVENT-TIME TO SR-EVENT-TIME
                    MOVE JN-DETAIL TO SR-DETAIL
                    MOVE WS-JN-CUR-ATTEMPT TO SR-ATTEMPT
                    RELEASE SORT-RPLY-REC
                END-IF
            END-IF.

       2200-RELEASE-MASTER-RECORDS.
            IF RB-MODE-REBUILD
                MOVE SPACES TO WS-RUNCTL-BACKUP-NAME
                STRING 'RUNCTL.B' DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO WS-RUNCTL-BACKUP-NAME
                END-STRING
            END-IF.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RUNCTL-FILE-STATUS NOT = '00'
                    AND WS-RUNCTL-FILE-STATUS NOT = '35'
                    AND RB-MODE-REBUILD
                MOVE 'RUNCTL.MST' TO WS-ABANDON-FILE
                MOVE 'OPEN FAILED' TO WS-ABANDON-REASON
                MOVE WS-RUNCTL-FILE-STATUS TO WS-ABANDON-STATUS
                PERFORM 2900-ABANDON-REBUILD
            END-IF.
            IF RB-MODE-REBUILD
                MOVE WS-RUNCTL-BACKUP-NAME TO WS-RUNCTL-ARCH-NAME
                MOVE WS-RUNCTL-BACKUP-NAME TO WS-ABANDON-FILE
                PERFORM 2210-OPEN-MASTER-BACKUP
            END-IF.
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
                            PERFORM 2250-RELEASE-MASTER-RECORD
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
            END-IF.
            IF BACKUP-OPEN
                CLOSE RUNCTL-ARCH-FILE
                MOVE 'N' TO WS-BACKUP-OPEN-SW
                IF WS-RUNCTL-ARCH-STATUS NOT = '00'
                        AND RB-MODE-REBUILD
                    MOVE 'CLOSE FAILED' TO WS-ABANDON-REASON
                    MOVE WS-RUNCTL-ARCH-STATUS TO WS-ABANDON-STATUS
                    PERFORM 2900-ABANDON-REBUILD
                END-IF
            END-IF.

      * The master is only rebuilt over a backup taken in this run. A
      * backup already on file for the day is the only copy of the
      * master as it stood before an earlier rebuild, so it is never
      * overwritten - the rebuild is refused instead.
       2210-OPEN-MASTER-BACKUP.
            OPEN INPUT RUNCTL-ARCH-FILE.
            IF WS-RUNCTL-ARCH-STATUS = '00'
                CLOSE RUNCTL-ARCH-FILE
                MOVE 'ALREADY EXISTS' TO WS-ABANDON-REASON
                MOVE SPACES TO WS-ABANDON-STATUS
                PERFORM 2900-ABANDON-REBUILD
            ELSE
                OPEN OUTPUT RUNCTL-ARCH-FILE
                IF WS-RUNCTL-ARCH-STATUS = '00'
                    MOVE 'Y' TO WS-BACKUP-OPEN-SW
                ELSE
                    MOVE 'OPEN FAILED' TO WS-ABANDON-REASON
                    MOVE WS-RUNCTL-ARCH-STATUS TO WS-ABANDON-STATUS
                    PERFORM 2900-ABANDON-REBUILD
                END-IF
            END-IF.

       2250-RELEASE-MASTER-RECORD.
            ADD 1 TO WS-MASTER-COUNT.
            EVALUATE RC-STATUS
                WHEN 'O'
                    ADD 1 TO WS-BEFORE-OPEN
                WHEN 'C'
                    ADD 1 TO WS-BEFORE-CLOSED
                WHEN 'F'
                    ADD 1 TO WS-BEFORE-FAILED
            END-EVALUATE.
            IF RB-MODE-REBUILD
                MOVE RUNCTL-REC TO RUNCTL-ARCH-REC
                WRITE RUNCTL-ARCH-REC
                IF WS-RUNCTL-ARCH-STATUS NOT = '00'
                    MOVE 'WRITE FAILED' TO WS-ABANDON-REASON
                    MOVE WS-RUNCTL-ARCH-STATUS TO WS-ABANDON-STATUS
                    PERFORM 2900-ABANDON-REBUILD
                END-IF
            END-IF.
            INITIALIZE SORT-RPLY-REC.
            MOVE RC-JOB-NAME TO SR-JOB.
            MOVE RC-RUN-DATE TO SR-DATE.
            MOVE ZERO TO SR-SEQ.
            MOVE 'M' TO SR-TYPE.
            MOVE RC-RUN-ID TO SR-RUN-ID.
            MOVE RC-ATTEMPT-NBR TO SR-ATTEMPT.
            MOVE RC-STATUS TO SR-STATUS.
            MOVE RC-OPEN-TIME TO SR-OPEN-TIME.
            MOVE RC-CLOSE-TIME TO SR-CLOSE-TIME.
            MOVE RC-FAIL-REASON TO SR-DETAIL.
            RELEASE SORT-RPLY-REC.

       2300-RELEASE-PURGE-MARKERS.
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
                                INITIALIZE SORT-RPLY-REC
                                MOVE RA-JOB-NAME TO SR-JOB
                                MOVE RA-RUN-DATE TO SR-DATE
                                MOVE ZERO TO SR-SEQ
                                MOVE 'P' TO SR-TYPE
                                RELEASE SORT-RPLY-REC
                        END-READ
                    END-PERFORM
                    CLOSE RUNCTL-ARCH-FILE
                END-IF
            END-PERFORM.

      * A rebuild that is abandoned falls back to compare mode, so
      * the drift is still reported and alerted and the master is
      * left as it stands.
       2900-ABANDON-REBUILD.
            MOVE 'C' TO RB-MODE.
            MOVE 'COMPARE' TO WS-MODE-TEXT.
            MOVE SPACES TO WS-ABANDON-MSG.
            IF WS-ABANDON-STATUS = SPACES
                STRING 'REBUILD ABANDONED - ' DELIMITED BY SIZE
                       WS-ABANDON-FILE DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-ABANDON-REASON DELIMITED BY '  '
                       INTO WS-ABANDON-MSG
                END-STRING
            ELSE
                STRING 'REBUILD ABANDONED - ' DELIMITED BY SIZE
                       WS-ABANDON-FILE DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-ABANDON-REASON DELIMITED BY '  '
                       ', STATUS ' DELIMITED BY SIZE
                       WS-ABANDON-STATUS DELIMITED BY SIZE
                       INTO WS-ABANDON-MSG
                END-STRING
            END-IF.
            DISPLAY '*** RCTLRBLD: ' WS-ABANDON-MSG.

       3000-REPLAY-AND-COMPARE.
            IF RB-MODE-REBUILD
                OPEN OUTPUT RUNCTL-FILE
                IF WS-RUNCTL-FILE-STATUS NOT = '00'
                    MOVE 'RUNCTL.MST' TO WS-ABANDON-FILE
                    MOVE 'OPEN FAILED' TO WS-ABANDON-REASON
                    MOVE WS-RUNCTL-FILE-STATUS TO WS-ABANDON-STATUS
                    PERFORM 2900-ABANDON-REBUILD
                END-IF
            END-IF.
            MOVE SPACES TO WS-GRP-JOB.
            MOVE ZERO TO WS-GRP-DATE.
            OPEN INPUT RPLY-SRT-FILE.
            IF WS-RPLY-SRT-STATUS = '00'
                PERFORM UNTIL WS-RPLY-SRT-STATUS NOT = '00'
                    READ RPLY-SRT-FILE
                        AT END
                            MOVE '10' TO WS-RPLY-SRT-STATUS
                        NOT AT END
                            IF RP-JOB NOT = WS-GRP-JOB
                                    OR RP-DATE NOT = WS-GRP-DATE
                                IF WS-GRP-JOB NOT = SPACES
                                    PERFORM 3300-END-GROUP
                                END-IF
                                PERFORM 3100-START-GROUP
                            END-IF
                            PERFORM 3200-APPLY-ROW
                    END-READ
                END-PERFORM
                CLOSE RPLY-SRT-FILE
                IF WS-GRP-JOB NOT = SPACES
                    PERFORM 3300-END-GROUP
                END-IF
            END-IF.
            IF RB-MODE-REBUILD
                CLOSE RUNCTL-FILE
            END-IF.

       3100-START-GROUP.
            MOVE RP-JOB TO WS-GRP-JOB.
            MOVE RP-DATE TO WS-GRP-DATE.
            MOVE ZERO TO WS-GRP-OPEN-COUNT.
            MOVE 'N' TO WS-GRP-PURGED-SW.
            MOVE 'N' TO WS-RPL-FOUND-SW.
            MOVE 'N' TO WS-MST-FOUND-SW.
            INITIALIZE WS-RPL-IMAGE.
            INITIALIZE WS-MST-IMAGE.

      * Each event moves the replayed record the way PROGCOB03 moves
      * the master: an open (first attempt or rerun) starts a fresh
      * record, a close or failure ends it, a restart reopens it with
      * the close time cleared and the fail reason kept.
       3200-APPLY-ROW.
            EVALUATE RP-TYPE
                WHEN 'M'
                    MOVE 'Y' TO WS-MST-FOUND-SW
                    MOVE RP-STATUS TO WS-MST-STATUS
                    MOVE RP-RUN-ID TO WS-MST-RUN-ID
                    MOVE RP-OPEN-TIME TO WS-MST-OPEN-TIME
                    MOVE RP-CLOSE-TIME TO WS-MST-CLOSE-TIME
                    MOVE RP-DETAIL TO WS-MST-REASON
                    MOVE RP-ATTEMPT TO WS-MST-ATTEMPT
                WHEN 'P'
                    MOVE 'Y' TO WS-GRP-PURGED-SW
                WHEN OTHER
                    PERFORM 3250-APPLY-EVENT
            END-EVALUATE.

       3250-APPLY-EVENT.
            IF RP-EVENT = 'O' OR NOT REPLAY-FOUND
                    OR RP-RUN-ID NOT = WS-RPL-RUN-ID
                ADD 1 TO WS-GRP-OPEN-COUNT
                MOVE 'Y' TO WS-RPL-FOUND-SW
                INITIALIZE WS-RPL-IMAGE
                MOVE 'O' TO WS-RPL-STATUS
                MOVE RP-RUN-ID TO WS-RPL-RUN-ID
                MOVE RP-RUN-ID(18:6) TO WS-RPL-OPEN-TIME
                MOVE ZERO TO WS-RPL-CLOSE-TIME
                IF RP-ATTEMPT IS NUMERIC AND RP-ATTEMPT NOT = '00'
                    MOVE RP-ATTEMPT TO WS-RPL-ATTEMPT
                ELSE
                    MOVE WS-GRP-OPEN-COUNT TO WS-RPL-ATTEMPT
                END-IF
            END-IF.
            EVALUATE RP-EVENT
                WHEN 'C'
                    MOVE 'C' TO WS-RPL-STATUS
                    MOVE RP-EVENT-TIME TO WS-RPL-CLOSE-TIME
                WHEN 'F'
                    MOVE 'F' TO WS-RPL-STATUS
                    MOVE RP-EVENT-TIME TO WS-RPL-CLOSE-TIME
                    MOVE RP-DETAIL TO WS-RPL-REASON
                WHEN 'R'
                    MOVE 'O' TO WS-RPL-STATUS
                    MOVE ZERO TO WS-RPL-CLOSE-TIME
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * A record PURGE has archived belongs off the master; a master
      * record older than the history window cannot be replayed and
      * is carried as it stands.
       3300-END-GROUP.
            MOVE 'N' TO WS-KEY-DIFF-SW.
            IF REPLAY-FOUND
                ADD 1 TO WS-REPLAY-COUNT
            END-IF.
            EVALUATE TRUE
                WHEN GRP-PURGED AND MASTER-FOUND
                    INITIALIZE WS-RPT-DETAIL
                    MOVE 'ARCHIVED' TO WS-RPT-D-FIELD
                    MOVE 'STILL ON MASTER' TO WS-RPT-D-MASTER
                    MOVE 'PURGED TO RUNCTL.A' TO WS-RPT-D-REPLAY
                    PERFORM 3450-REPORT-DIFF
                WHEN GRP-PURGED
                    ADD 1 TO WS-PURGED-COUNT
                WHEN MASTER-FOUND AND NOT REPLAY-FOUND
                        AND WS-GRP-DATE < WS-HIST-FROM-DATE
                    ADD 1 TO WS-UNVERIFIED-COUNT
                    IF RB-MODE-REBUILD
                        PERFORM 3600-WRITE-MASTER-IMAGE
                    END-IF
                WHEN MASTER-FOUND AND NOT REPLAY-FOUND
                    ADD 1 TO WS-ONLY-MASTER
                    INITIALIZE WS-RPT-DETAIL
                    MOVE 'RECORD' TO WS-RPT-D-FIELD
                    MOVE 'ON MASTER' TO WS-RPT-D-MASTER
                    MOVE 'NO CHKPT EVENTS' TO WS-RPT-D-REPLAY
                    PERFORM 3450-REPORT-DIFF
                WHEN REPLAY-FOUND AND NOT MASTER-FOUND
                    ADD 1 TO WS-ONLY-REPLAY
                    INITIALIZE WS-RPT-DETAIL
                    MOVE 'RECORD' TO WS-RPT-D-FIELD
                    MOVE 'NOT ON MASTER' TO WS-RPT-D-MASTER
                    MOVE WS-RPL-RUN-ID TO WS-RPT-D-REPLAY
                    PERFORM 3450-REPORT-DIFF
                    IF RB-MODE-REBUILD
                        PERFORM 3500-WRITE-REPLAY-IMAGE
                    END-IF
                WHEN OTHER
                    PERFORM 3400-COMPARE-FIELDS
                    IF RB-MODE-REBUILD
                        PERFORM 3500-WRITE-REPLAY-IMAGE
                    END-IF
            END-EVALUATE.
            IF KEY-HAS-DIFF
                ADD 1 TO WS-DRIFT-KEYS
            ELSE
                IF MASTER-FOUND AND REPLAY-FOUND
                    ADD 1 TO WS-MATCH-COUNT
                END-IF
            END-IF.

       3400-COMPARE-FIELDS.
            IF WS-MST-STATUS NOT = WS-RPL-STATUS
                INITIALIZE WS-RPT-DETAIL
                MOVE 'STATUS' TO WS-RPT-D-FIELD
                MOVE WS-MST-STATUS TO WS-RPT-D-MASTER
                MOVE WS-RPL-STATUS TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.
            IF WS-MST-RUN-ID NOT = WS-RPL-RUN-ID
                INITIALIZE WS-RPT-DETAIL
                MOVE 'RUN-ID' TO WS-RPT-D-FIELD
                MOVE WS-MST-RUN-ID TO WS-RPT-D-MASTER
                MOVE WS-RPL-RUN-ID TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.
            IF WS-MST-OPEN-TIME NOT = WS-RPL-OPEN-TIME
                INITIALIZE WS-RPT-DETAIL
                MOVE 'OPEN TIME' TO WS-RPT-D-FIELD
                MOVE WS-MST-OPEN-TIME TO WS-RPT-D-MASTER
                MOVE WS-RPL-OPEN-TIME TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.
            IF WS-MST-CLOSE-TIME NOT = WS-RPL-CLOSE-TIME
                INITIALIZE WS-RPT-DETAIL
                MOVE 'CLOSE TIME' TO WS-RPT-D-FIELD
                MOVE WS-MST-CLOSE-TIME TO WS-RPT-D-MASTER
                MOVE WS-RPL-CLOSE-TIME TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.
            IF WS-MST-REASON NOT = WS-RPL-REASON
                INITIALIZE WS-RPT-DETAIL
                MOVE 'FAIL REASON' TO WS-RPT-D-FIELD
                MOVE WS-MST-REASON TO WS-RPT-D-MASTER
                MOVE WS-RPL-REASON TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.
      * Records written before the attempt number existed carry
      * spaces there, which PROGCOB03 reads as a first attempt.
            IF WS-MST-ATTEMPT IS NUMERIC AND WS-MST-ATTEMPT NOT = '00'
                MOVE WS-MST-ATTEMPT TO WS-MST-ATTEMPT-NUM
            ELSE
                MOVE 1 TO WS-MST-ATTEMPT-NUM
            END-IF.
            IF WS-MST-ATTEMPT-NUM NOT = WS-RPL-ATTEMPT
                INITIALIZE WS-RPT-DETAIL
                MOVE 'ATTEMPT NBR' TO WS-RPT-D-FIELD
                MOVE WS-MST-ATTEMPT TO WS-RPT-D-MASTER
                MOVE WS-RPL-ATTEMPT TO WS-RPT-D-REPLAY
                PERFORM 3450-REPORT-DIFF
            END-IF.

       3450-REPORT-DIFF.
            MOVE 'Y' TO WS-KEY-DIFF-SW.
            ADD 1 TO WS-DIFF-COUNT.
            MOVE WS-GRP-JOB TO WS-RPT-D-JOB.
            MOVE WS-GRP-DATE TO WS-RPT-D-DATE.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       3500-WRITE-REPLAY-IMAGE.
            INITIALIZE RUNCTL-REC.
            MOVE WS-GRP-JOB        TO RC-JOB-NAME.
            MOVE WS-GRP-DATE       TO RC-RUN-DATE.
            MOVE WS-RPL-STATUS     TO RC-STATUS.
            MOVE WS-RPL-RUN-ID     TO RC-RUN-ID.
            MOVE WS-RPL-OPEN-TIME  TO RC-OPEN-TIME.
            MOVE WS-RPL-CLOSE-TIME TO RC-CLOSE-TIME.
            MOVE WS-RPL-REASON     TO RC-FAIL-REASON.
            MOVE WS-RPL-ATTEMPT    TO RC-ATTEMPT-NBR.
            PERFORM 3700-WRITE-NEW-MASTER.

       3600-WRITE-MASTER-IMAGE.
            INITIALIZE RUNCTL-REC.
            MOVE WS-GRP-JOB        TO RC-JOB-NAME.
            MOVE WS-GRP-DATE       TO RC-RUN-DATE.
            MOVE WS-MST-STATUS     TO RC-STATUS.
            MOVE WS-MST-RUN-ID     TO RC-RUN-ID.
            MOVE WS-MST-OPEN-TIME  TO RC-OPEN-TIME.
            MOVE WS-MST-CLOSE-TIME TO RC-CLOSE-TIME.
            MOVE WS-MST-REASON     TO RC-FAIL-REASON.
            MOVE WS-MST-ATTEMPT    TO RC-ATTEMPT-NBR.
            PERFORM 3700-WRITE-NEW-MASTER.

       3700-WRITE-NEW-MASTER.
            WRITE RUNCTL-REC
                INVALID KEY
                    DISPLAY '*** RCTLRBLD: DUPLICATE KEY ' RC-KEY
                        ' NOT WRITTEN'
                NOT INVALID KEY
                    ADD 1 TO WS-WRITTEN-COUNT
                    EVALUATE RC-STATUS
                        WHEN 'O'
                            ADD 1 TO WS-AFTER-OPEN
                        WHEN 'C'
                            ADD 1 TO WS-AFTER-CLOSED
                        WHEN 'F'
                            ADD 1 TO WS-AFTER-FAILED
                    END-EVALUATE
            END-WRITE.

       5000-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-DIFF-COUNT = ZERO
                MOVE 'NO DIFFERENCES - RUNCTL.MST AGREES WITH REPLAY'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE SPACES TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS REPLAYED FROM CHKPT: ' DELIMITED BY SIZE
                   WS-REPLAY-COUNT DELIMITED BY SIZE
                   '  MATCHING: ' DELIMITED BY SIZE
                   WS-MATCH-COUNT DELIMITED BY SIZE
                   '  DRIFTED: ' DELIMITED BY SIZE
                   WS-DRIFT-KEYS DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ONLY ON MASTER: ' DELIMITED BY SIZE
                   WS-ONLY-MASTER DELIMITED BY SIZE
                   '  ONLY IN REPLAY: ' DELIMITED BY SIZE
                   WS-ONLY-REPLAY DELIMITED BY SIZE
                   '  FIELD DIFFERENCES: ' DELIMITED BY SIZE
                   WS-DIFF-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ALREADY PURGED: ' DELIMITED BY SIZE
                   WS-PURGED-COUNT DELIMITED BY SIZE
                   '  OLDER THAN HISTORY (NOT CHECKED): '
                       DELIMITED BY SIZE
                   WS-UNVERIFIED-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CHKPT EVENTS NOT PLACED: ' DELIMITED BY SIZE
                   WS-UNPLACED-COUNT DELIMITED BY SIZE
                   '  ARCHIVE FILES READ: ' DELIMITED BY SIZE
                   WS-ARCH-READ-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF RB-MODE-REBUILD
                PERFORM 5100-PRINT-BEFORE-AFTER
            END-IF.
            IF WS-ABANDON-MSG NOT = SPACES
                MOVE SPACES TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE WS-ABANDON-MSG TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.

       5100-PRINT-BEFORE-AFTER.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUNCTL.MST REBUILT - PREVIOUS MASTER SAVED TO '
                       DELIMITED BY SIZE
                   WS-RUNCTL-BACKUP-NAME DELIMITED BY SPACE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '                                   BEFORE       AFTER'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'OPEN RECORDS' TO WS-RPT-C-LABEL.
            MOVE WS-BEFORE-OPEN TO WS-RPT-C-BEFORE.
            MOVE WS-AFTER-OPEN TO WS-RPT-C-AFTER.
            MOVE WS-RPT-COUNTS TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'CLOSED RECORDS' TO WS-RPT-C-LABEL.
            MOVE WS-BEFORE-CLOSED TO WS-RPT-C-BEFORE.
            MOVE WS-AFTER-CLOSED TO WS-RPT-C-AFTER.
            MOVE WS-RPT-COUNTS TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'FAILED RECORDS' TO WS-RPT-C-LABEL.
            MOVE WS-BEFORE-FAILED TO WS-RPT-C-BEFORE.
            MOVE WS-AFTER-FAILED TO WS-RPT-C-AFTER.
            MOVE WS-RPT-COUNTS TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE 'TOTAL RECORDS' TO WS-RPT-C-LABEL.
            MOVE WS-MASTER-COUNT TO WS-RPT-C-BEFORE.
            MOVE WS-WRITTEN-COUNT TO WS-RPT-C-AFTER.
            MOVE WS-RPT-COUNTS TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.

       6000-RAISE-DRIFT-ALERT.
            MOVE '1' TO WS-ALERT-SEVERITY.
            MOVE 'RCTLDRFT' TO WS-ALERT-CODE.
            MOVE SPACES TO WS-ALERT-RUN-ID.
            MOVE WS-TODAY-DATE TO WS-ALERT-RUN-DATE.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            STRING 'RUNCTL.MST DRIFT - ' DELIMITED BY SIZE
                   WS-DRIFT-KEYS DELIMITED BY SIZE
                   ' RECORD(S) DIFFER FROM REPLAY'
                       DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
            END-STRING.
            PERFORM 6500-WRITE-OPS-ALERT.
            DISPLAY '*** RCTLRBLD: RUNCTL.MST DRIFT FOUND - SEE '
                'RCTLRBLD.RPT'.

       6500-WRITE-OPS-ALERT.
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

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO RCTLRBLD-RPT-REC.
            WRITE RCTLRBLD-RPT-REC.

       END PROGRAM RCTLRBLD.
