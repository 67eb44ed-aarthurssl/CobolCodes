      ******************************************************************
      * Author: ARTHUR ATH
      * Date: 15/10/2026
      * Purpose: DOSSIE HISTORICO DE UMA EXECUCAO
      *          Single-run history dossier. Given a job name and a
      *          business date or date range (or one run-id) on
      *          RUNHIST.PRM, lines up everything the run-control
      *          files hold about each attempt into one chronological
      *          timeline: CHKPT.DAT events with their detail,
      *          JOBLOG.DAT requests with user and attempt number, the
      *          RUNHDR.DAT banner and late-start flag, the RUNDUR.DAT
      *          elapsed time, the SCHED.IF publishes, the SCHEDIN.IF
      *          execution and condition code, and every OPSALERT.DAT
      *          row for the run with its acknowledgement. The dated
      *          archives PURGE mode writes (RUNHDR.Ayyyymmdd,
      *          JOBLOG.A, CHKPT.A, RUNCTL.A, RUNDUR.A) are read as
      *          well, so runs already purged can still be traced.
      *          Prints RUNHIST.RPT for the incident or audit ticket.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-PRM-FILE ASSIGN TO "RUNHIST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-PRM-STATUS.
           SELECT JOBLOG-FILE ASSIGN USING WS-JOBLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
           SELECT CHKPT-FILE ASSIGN USING WS-CHKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT RUNHDR-FILE ASSIGN USING WS-RUNHDR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHDR-FILE-STATUS.
           SELECT RUNDUR-FILE ASSIGN USING WS-RUNDUR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDUR-FILE-STATUS.
           SELECT RUNCTL-ARCH-FILE ASSIGN USING WS-RUNCTL-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-ARCH-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT SCHED-IF-FILE ASSIGN TO "SCHED.IF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-IF-FILE-STATUS.
           SELECT SCHEDIN-FILE ASSIGN TO "SCHEDIN.IF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDIN-FILE-STATUS.
           SELECT OPSALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSALERT-FILE-STATUS.
           SELECT RUNHIST-RPT-FILE ASSIGN TO "RUNHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-PRM-FILE.
      * Either a job name with a business date (and optionally a
      * through date for a range), or a run-id on its own. A job name
      * given with a run-id narrows the run-id's job when the JOBLOG
      * rows for it have gone.
       01  RUNHIST-PRM-REC.
           02 HI-JOB-NAME   PIC X(8).
           02 HI-FROM-DATE  PIC 9(8).
           02 HI-TO-DATE    PIC 9(8).
           02 HI-RUN-ID     PIC X(23).
           02 HI-RESERVED   PIC X(33).
       FD  JOBLOG-FILE.
       COPY JOBREC.
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
       FD  RUNDUR-FILE.
       COPY RDURREC.
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
       FD  RUNCTL-FILE.
       COPY RCTLREC.
       FD  SCHED-IF-FILE.
       COPY SCHREC.
       FD  SCHEDIN-FILE.
       COPY SCHIREC.
       FD  OPSALERT-FILE.
       COPY ALRTREC.
       FD  RUNHIST-RPT-FILE.
       01  RUNHIST-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RUNHIST-PRM-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-CHKPT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNHDR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNDUR-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SCHED-IF-FILE-STATUS PIC XX VALUE '00'.
       01 WS-SCHEDIN-FILE-STATUS PIC XX VALUE '00'.
       01 WS-OPSALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-RUNHIST-RPT-STATUS PIC XX VALUE '00'.

       01 WS-JOBLOG-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-CHKPT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNHDR-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNDUR-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNCTL-ARCH-NAME PIC X(30) VALUE SPACES.

       01 WS-INQ-JOB PIC X(8) VALUE SPACES.
       01 WS-INQ-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-INQ-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-INQ-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-INQ-MODE-SW PIC X VALUE 'J'.
           88 INQ-BY-JOB VALUE 'J'.
           88 INQ-BY-RUN-ID VALUE 'R'.
       01 WS-INQ-VALID-SW PIC X VALUE 'Y'.
           88 INQ-VALID VALUE 'Y'.
       01 WS-INQ-RUN-ID-TIME PIC 9(6) VALUE ZERO.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-FROM-INT PIC S9(9) COMP.
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-ARCH-INT PIC S9(9) COMP.
       01 WS-ARCH-DATE PIC 9(8).
       01 WS-ARCH-SW PIC X VALUE 'N'.
           88 READING-ARCHIVE VALUE 'Y'.
       01 WS-ARCH-READ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ARCH-LIST-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ARCH-LIST-TABLE.
           02 WS-ARCH-LIST-NAME PIC X(17) OCCURS 60 TIMES.

      * JOBLOG rows for the job (or, for a run-id inquiry, for the
      * run-id's business date until the job is known).
       01 WS-JL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-JL-TABLE.
           02 WS-JL-ENTRY OCCURS 500 TIMES.
               03 WS-JL-JOB     PIC X(8).
               03 WS-JL-DATE    PIC 9(8).
               03 WS-JL-TIME    PIC 9(6).
               03 WS-JL-USER    PIC X(8).
               03 WS-JL-ATTEMPT PIC X(2).
               03 WS-JL-CATCHUP PIC X(1).
               03 WS-JL-ARCH-SW PIC X(1).

      * One entry per run-id seen. A JOBLOG open request and its
      * CHKPT open share the same stamp, so every JOBLOG row names a
      * candidate run-id; only those some other file confirms are
      * attempts. Close, fail and restart requests confirm nothing
      * and are filed under the attempt they belong to.
       01 WS-AT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AT-TABLE.
           02 WS-AT-ENTRY OCCURS 200 TIMES.
               03 WS-AT-RUN-ID     PIC X(23).
               03 WS-AT-JOB        PIC X(8).
               03 WS-AT-DATE       PIC 9(8).
               03 WS-AT-TIME       PIC 9(6).
               03 WS-AT-SEQ-NBR    PIC 9(2).
               03 WS-AT-CONFIRM-SW PIC X(1).
               03 WS-AT-OPEN-SW    PIC X(1).
               03 WS-AT-RC-SW      PIC X(1).
               03 WS-AT-RC-STATUS  PIC X(1).
               03 WS-AT-RC-ATTEMPT PIC X(2).
               03 WS-AT-RC-REASON  PIC X(8).
               03 WS-AT-RC-SOURCE  PIC X(17).
               03 WS-AT-PRINTED-SW PIC X(1).

       01 WS-EV-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-EV-TABLE.
           02 WS-EV-ENTRY OCCURS 2000 TIMES.
               03 WS-EV-ATT        PIC 9(4) COMP.
               03 WS-EV-DATE       PIC 9(8).
               03 WS-EV-TIME       PIC 9(6).
               03 WS-EV-KEY        PIC S9(11) COMP.
               03 WS-EV-SOURCE     PIC X(8).
               03 WS-EV-ARCH-SW    PIC X(1).
               03 WS-EV-TEXT       PIC X(70).
               03 WS-EV-PRINTED-SW PIC X(1).
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-OVERFLOWED VALUE 'Y'.

       01 WS-NEW-ATT PIC 9(4) COMP VALUE ZERO.
       01 WS-NEW-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEW-TIME PIC 9(6) VALUE ZERO.
       01 WS-NEW-SOURCE PIC X(8) VALUE SPACES.
       01 WS-NEW-TEXT PIC X(70) VALUE SPACES.
       01 WS-NEW-ROLL-SW PIC X VALUE 'Y'.
           88 MAY-ROLL-PAST-MIDNIGHT VALUE 'Y'.
       01 WS-NEW-SECS PIC S9(7) COMP.

       01 WS-FIND-RUN-ID PIC X(23) VALUE SPACES.
       01 WS-PICK-JOB PIC X(8) VALUE SPACES.
       01 WS-PICK-DATE PIC 9(8) VALUE ZERO.
       01 WS-PICK-TIME PIC 9(6) VALUE ZERO.
       01 WS-PICK-ATTEMPT PIC X(2) VALUE SPACES.
       01 WS-BUILD-RUN-ID.
           02 WS-BUILD-PROGRAM PIC X(9) VALUE 'PROGCOB03'.
           02 WS-BUILD-DATE    PIC 9(8).
           02 WS-BUILD-TIME    PIC 9(6).

       01 WS-SUB-A PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-B PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-E PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-J PIC 9(4) COMP VALUE ZERO.
       01 WS-SUB-K PIC 9(4) COMP VALUE ZERO.
       01 WS-BEST-SUB PIC 9(4) COMP VALUE ZERO.
       01 WS-ATTEMPT-SEQ PIC 9(4) VALUE ZERO.
       01 WS-ATTEMPT-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-EVENTS-PRINTED PIC 9(5) VALUE ZERO.
       01 WS-ATT-EVENTS PIC 9(5) VALUE ZERO.

       01 WS-TEMP-HH PIC 9(2).
       01 WS-TEMP-MM PIC 9(2).
       01 WS-TEMP-SS PIC 9(2).
       01 WS-TIME-WORK PIC 9(6).
       01 WS-EDIT-SECS PIC Z(5)9.
       01 WS-EDIT-TIME.
           02 WS-EDIT-HH PIC 9(2).
           02 FILLER     PIC X(1) VALUE ':'.
           02 WS-EDIT-MM PIC 9(2).
           02 FILLER     PIC X(1) VALUE ':'.
           02 WS-EDIT-SS PIC 9(2).

       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-HEADING.
           02 FILLER PIC X(20) VALUE '  DATE      TIME    '.
           02 FILLER PIC X(20) VALUE '  SOURCE    EVENT   '.
           02 FILLER PIC X(60) VALUE SPACES.
       01 WS-RPT-DETAIL.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RPT-D-DATE  PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RPT-D-TIME  PIC X(8).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 WS-RPT-D-ARCH  PIC X(1).
           02 WS-RPT-D-SRC   PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RPT-D-TEXT  PIC X(68).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT RUNHIST-RPT-FILE.
            MOVE '*** RUN HISTORY DOSSIER ***' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM 1000-READ-INQUIRY.
            IF INQ-VALID
                PERFORM 2000-SCAN-JOBLOG
                IF INQ-BY-RUN-ID
                    PERFORM 2100-RESOLVE-RUN-ID-JOB
                END-IF
                PERFORM 2200-BUILD-CANDIDATES
                PERFORM 2300-SCAN-RUNCTL
                PERFORM 3000-SCAN-CHKPT
                PERFORM 3100-SCAN-RUNHDR
                PERFORM 3200-SCAN-RUNDUR
                PERFORM 3300-SCAN-OPSALERT
                PERFORM 3400-FILE-JOBLOG-ROWS
                PERFORM 3500-SCAN-SCHED-IF
                PERFORM 3600-SCAN-SCHEDIN
                PERFORM 4000-PRINT-DOSSIER
            END-IF.
            CLOSE RUNHIST-RPT-FILE.
            DISPLAY 'RUNHIST COMPLETE - ' WS-ATTEMPT-TOTAL
                ' ATTEMPT(S), ' WS-EVENTS-PRINTED ' EVENT(S), '
                WS-ARCH-READ-COUNT ' ARCHIVE FILE(S) READ'.
            STOP RUN.

       1000-READ-INQUIRY.
            INITIALIZE RUNHIST-PRM-REC.
            OPEN INPUT RUNHIST-PRM-FILE.
            IF WS-RUNHIST-PRM-STATUS = '00'
                READ RUNHIST-PRM-FILE
                    AT END
                        INITIALIZE RUNHIST-PRM-REC
                END-READ
                CLOSE RUNHIST-PRM-FILE
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE HI-JOB-NAME TO WS-INQ-JOB.
            MOVE HI-RUN-ID TO WS-INQ-RUN-ID.
            MOVE 'Y' TO WS-INQ-VALID-SW.
            IF WS-INQ-RUN-ID NOT = SPACES
                MOVE 'R' TO WS-INQ-MODE-SW
                IF WS-INQ-RUN-ID(10:8) IS NUMERIC
                        AND WS-INQ-RUN-ID(18:6) IS NUMERIC
                    MOVE WS-INQ-RUN-ID(10:8) TO WS-INQ-FROM-DATE
                    MOVE WS-INQ-RUN-ID(10:8) TO WS-INQ-TO-DATE
                    MOVE WS-INQ-RUN-ID(18:6) TO WS-INQ-RUN-ID-TIME
                ELSE
                    MOVE 'N' TO WS-INQ-VALID-SW
                    MOVE 'REJECTED - RUN-ID HAS NO DATE AND TIME'
                        TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            ELSE
                MOVE 'J' TO WS-INQ-MODE-SW
                IF WS-INQ-JOB = SPACES
                        OR HI-FROM-DATE IS NOT NUMERIC
                        OR HI-FROM-DATE = ZERO
                    MOVE 'N' TO WS-INQ-VALID-SW
                    MOVE 'REJECTED - GIVE JOB AND DATE, OR RUN-ID'
                        TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                ELSE
                    MOVE HI-FROM-DATE TO WS-INQ-FROM-DATE
                    IF HI-TO-DATE IS NUMERIC
                            AND HI-TO-DATE >= HI-FROM-DATE
                        MOVE HI-TO-DATE TO WS-INQ-TO-DATE
                    ELSE
                        MOVE HI-FROM-DATE TO WS-INQ-TO-DATE
                    END-IF
                END-IF
            END-IF.
            IF INQ-VALID
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-INQ-FROM-DATE) NOT = 0
                        OR FUNCTION TEST-DATE-YYYYMMDD(WS-INQ-TO-DATE)
                            NOT = 0
                    MOVE 'N' TO WS-INQ-VALID-SW
                    MOVE 'REJECTED - BUSINESS DATE IS NOT VALID'
                        TO WS-RPT-LINE
                    PERFORM 7000-WRITE-REPORT-LINE
                END-IF
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            IF INQ-BY-RUN-ID
                STRING 'INQUIRY: RUN-ID ' DELIMITED BY SIZE
                       WS-INQ-RUN-ID DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
            ELSE
                STRING 'INQUIRY: JOB ' DELIMITED BY SIZE
                       WS-INQ-JOB DELIMITED BY SIZE
                       '  BUSINESS DATES ' DELIMITED BY SIZE
                       WS-INQ-FROM-DATE DELIMITED BY SIZE
                       ' THRU ' DELIMITED BY SIZE
                       WS-INQ-TO-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF INQ-VALID
                COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-INQ-FROM-DATE)
                COMPUTE WS-TODAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            END-IF.

      * PURGE names each archive for the day the purge ran, and only
      * ever archives rows older than that day, so a run is found in
      * the live file or in an archive dated on or after its
      * business date. Every such date up to today is tried.
       2000-SCAN-JOBLOG.
            MOVE 'N' TO WS-ARCH-SW.
            MOVE 'JOBLOG.DAT' TO WS-JOBLOG-FILE-NAME.
            PERFORM 2010-READ-JOBLOG-FILE.
            MOVE 'Y' TO WS-ARCH-SW.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-JOBLOG-FILE-NAME
                STRING 'JOBLOG.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-JOBLOG-FILE-NAME
                END-STRING
                PERFORM 2010-READ-JOBLOG-FILE
            END-PERFORM.

       2010-READ-JOBLOG-FILE.
            OPEN INPUT JOBLOG-FILE.
            IF WS-JOBLOG-FILE-STATUS = '00'
                IF READING-ARCHIVE
                    MOVE WS-JOBLOG-FILE-NAME TO WS-NEW-TEXT
                    PERFORM 8900-NOTE-ARCHIVE-READ
                END-IF
                PERFORM UNTIL WS-JOBLOG-FILE-STATUS NOT = '00'
                    READ JOBLOG-FILE
                        AT END
                            MOVE '10' TO WS-JOBLOG-FILE-STATUS
                        NOT AT END
                            PERFORM 2050-KEEP-JOBLOG-ROW
                    END-READ
                END-PERFORM
                CLOSE JOBLOG-FILE
            END-IF.

       2050-KEEP-JOBLOG-ROW.
            IF JL-RUN-DATE >= WS-INQ-FROM-DATE
                    AND JL-RUN-DATE <= WS-INQ-TO-DATE
                    AND (JL-JOB-ID = WS-INQ-JOB OR INQ-BY-RUN-ID)
                IF WS-JL-COUNT < 500
                    ADD 1 TO WS-JL-COUNT
                    MOVE JL-JOB-ID TO WS-JL-JOB(WS-JL-COUNT)
                    MOVE JL-RUN-DATE TO WS-JL-DATE(WS-JL-COUNT)
                    MOVE JL-TIMESTAMP TO WS-JL-TIME(WS-JL-COUNT)
                    MOVE JL-USER-ID TO WS-JL-USER(WS-JL-COUNT)
                    MOVE JL-ATTEMPT-NBR TO WS-JL-ATTEMPT(WS-JL-COUNT)
                    MOVE JL-CATCHUP-FLAG TO WS-JL-CATCHUP(WS-JL-COUNT)
                    MOVE WS-ARCH-SW TO WS-JL-ARCH-SW(WS-JL-COUNT)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                END-IF
            END-IF.

      * The open request for a run-id is the JOBLOG row stamped with
      * the run-id's date and time; its job is the run's job. Rows
      * for other jobs that day are then dropped.
       2100-RESOLVE-RUN-ID-JOB.
            IF WS-INQ-JOB = SPACES
                PERFORM VARYING WS-SUB-J FROM 1 BY 1
                        UNTIL WS-SUB-J > WS-JL-COUNT
                    IF WS-JL-TIME(WS-SUB-J) = WS-INQ-RUN-ID-TIME
                            AND WS-INQ-JOB = SPACES
                        MOVE WS-JL-JOB(WS-SUB-J) TO WS-INQ-JOB
                    END-IF
                END-PERFORM
            END-IF.
            MOVE ZERO TO WS-SUB-K.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-JL-COUNT
                IF WS-JL-JOB(WS-SUB-J) = WS-INQ-JOB
                        AND WS-INQ-JOB NOT = SPACES
                    ADD 1 TO WS-SUB-K
                    MOVE WS-JL-ENTRY(WS-SUB-J) TO WS-JL-ENTRY(WS-SUB-K)
                END-IF
            END-PERFORM.
            MOVE WS-SUB-K TO WS-JL-COUNT.

       2200-BUILD-CANDIDATES.
            IF INQ-BY-RUN-ID
                MOVE WS-INQ-RUN-ID TO WS-FIND-RUN-ID
                MOVE WS-INQ-JOB TO WS-PICK-JOB
                MOVE WS-INQ-FROM-DATE TO WS-PICK-DATE
                MOVE WS-INQ-RUN-ID-TIME TO WS-PICK-TIME
                PERFORM 8300-ADD-CANDIDATE
                IF WS-SUB-A > ZERO
                    MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                END-IF
            ELSE
                PERFORM VARYING WS-SUB-J FROM 1 BY 1
                        UNTIL WS-SUB-J > WS-JL-COUNT
                    MOVE WS-JL-DATE(WS-SUB-J) TO WS-BUILD-DATE
                    MOVE WS-JL-TIME(WS-SUB-J) TO WS-BUILD-TIME
                    MOVE WS-BUILD-RUN-ID TO WS-FIND-RUN-ID
                    MOVE WS-JL-JOB(WS-SUB-J) TO WS-PICK-JOB
                    MOVE WS-JL-DATE(WS-SUB-J) TO WS-PICK-DATE
                    MOVE WS-JL-TIME(WS-SUB-J) TO WS-PICK-TIME
                    PERFORM 8300-ADD-CANDIDATE
                    IF WS-SUB-A > ZERO
                            AND WS-JL-ATTEMPT(WS-SUB-J) IS NUMERIC
                        MOVE WS-JL-ATTEMPT(WS-SUB-J)
                            TO WS-AT-SEQ-NBR(WS-SUB-A)
                    END-IF
                END-PERFORM
            END-IF.

      * The run-control record holds the last attempt for each job
      * and date; it confirms that attempt and supplies its status,
      * attempt number and fail reason for the dossier heading.
       2300-SCAN-RUNCTL.
            IF WS-INQ-JOB NOT = SPACES
                OPEN INPUT RUNCTL-FILE
                IF WS-RUNCTL-FILE-STATUS = '00'
                    MOVE WS-INQ-JOB TO RC-JOB-NAME
                    MOVE WS-INQ-FROM-DATE TO RC-RUN-DATE
                    START RUNCTL-FILE KEY >= RC-KEY
                        INVALID KEY
                            MOVE '10' TO WS-RUNCTL-FILE-STATUS
                    END-START
                    PERFORM UNTIL WS-RUNCTL-FILE-STATUS NOT = '00'
                        READ RUNCTL-FILE NEXT
                            AT END
                                MOVE '10' TO WS-RUNCTL-FILE-STATUS
                            NOT AT END
                                IF RC-JOB-NAME NOT = WS-INQ-JOB
                                        OR RC-RUN-DATE > WS-INQ-TO-DATE
                                    MOVE '10' TO WS-RUNCTL-FILE-STATUS
                                ELSE
                                    MOVE RUNCTL-REC TO RUNCTL-ARCH-REC
                                    MOVE 'RUNCTL.MST' TO WS-NEW-TEXT
                                    PERFORM 2350-APPLY-RUNCTL-ROW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RUNCTL-FILE
                END-IF
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
                    MOVE WS-RUNCTL-ARCH-NAME TO WS-NEW-TEXT
                    PERFORM 8900-NOTE-ARCHIVE-READ
                    PERFORM UNTIL WS-RUNCTL-ARCH-STATUS NOT = '00'
                        READ RUNCTL-ARCH-FILE
                            AT END
                                MOVE '10' TO WS-RUNCTL-ARCH-STATUS
                            NOT AT END
                                MOVE WS-RUNCTL-ARCH-NAME TO WS-NEW-TEXT
                                PERFORM 2350-APPLY-RUNCTL-ROW
                        END-READ
                    END-PERFORM
                    CLOSE RUNCTL-ARCH-FILE
                END-IF
            END-PERFORM.

       2350-APPLY-RUNCTL-ROW.
            IF (INQ-BY-JOB AND RA-JOB-NAME = WS-INQ-JOB
                    AND RA-RUN-DATE >= WS-INQ-FROM-DATE
                    AND RA-RUN-DATE <= WS-INQ-TO-DATE)
                    OR (INQ-BY-RUN-ID AND RA-RUN-ID = WS-INQ-RUN-ID)
                MOVE RA-RUN-ID TO WS-FIND-RUN-ID
                MOVE RA-JOB-NAME TO WS-PICK-JOB
                MOVE RA-RUN-DATE TO WS-PICK-DATE
                MOVE RA-OPEN-TIME TO WS-PICK-TIME
                PERFORM 8300-ADD-CANDIDATE
                IF WS-SUB-A > ZERO
                    MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                    IF WS-AT-JOB(WS-SUB-A) = SPACES
                        MOVE RA-JOB-NAME TO WS-AT-JOB(WS-SUB-A)
                    END-IF
                    IF INQ-BY-RUN-ID AND WS-INQ-JOB = SPACES
                        MOVE RA-JOB-NAME TO WS-INQ-JOB
                    END-IF
                    IF WS-AT-SEQ-NBR(WS-SUB-A) = ZERO
                            AND RA-ATTEMPT-NBR IS NUMERIC
                        MOVE RA-ATTEMPT-NBR TO WS-AT-SEQ-NBR(WS-SUB-A)
                    END-IF
                    IF WS-AT-RC-SW(WS-SUB-A) NOT = 'Y'
                        MOVE 'Y' TO WS-AT-RC-SW(WS-SUB-A)
                        MOVE RA-STATUS TO WS-AT-RC-STATUS(WS-SUB-A)
                        MOVE RA-ATTEMPT-NBR
                            TO WS-AT-RC-ATTEMPT(WS-SUB-A)
                        MOVE RA-FAIL-REASON
                            TO WS-AT-RC-REASON(WS-SUB-A)
                        MOVE WS-NEW-TEXT TO WS-AT-RC-SOURCE(WS-SUB-A)
                    END-IF
                END-IF
            END-IF.

       3000-SCAN-CHKPT.
            MOVE 'N' TO WS-ARCH-SW.
            MOVE 'CHKPT.DAT' TO WS-CHKPT-FILE-NAME.
            PERFORM 3010-READ-CHKPT-FILE.
            MOVE 'Y' TO WS-ARCH-SW.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-CHKPT-FILE-NAME
                STRING 'CHKPT.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-CHKPT-FILE-NAME
                END-STRING
                PERFORM 3010-READ-CHKPT-FILE
            END-PERFORM.

       3010-READ-CHKPT-FILE.
            OPEN INPUT CHKPT-FILE.
            IF WS-CHKPT-FILE-STATUS = '00'
                IF READING-ARCHIVE
                    MOVE WS-CHKPT-FILE-NAME TO WS-NEW-TEXT
                    PERFORM 8900-NOTE-ARCHIVE-READ
                END-IF
                PERFORM UNTIL WS-CHKPT-FILE-STATUS NOT = '00'
                    READ CHKPT-FILE
                        AT END
                            MOVE '10' TO WS-CHKPT-FILE-STATUS
                        NOT AT END
                            PERFORM 3050-FILE-CHKPT-EVENT
                    END-READ
                END-PERFORM
                CLOSE CHKPT-FILE
            END-IF.

       3050-FILE-CHKPT-EVENT.
            MOVE CK-RUN-ID TO WS-FIND-RUN-ID.
            PERFORM 8100-FIND-ATTEMPT.
            IF WS-SUB-A > ZERO
                MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                MOVE SPACES TO WS-NEW-TEXT
                EVALUATE CK-EVENT
                    WHEN 'O'
                        MOVE 'Y' TO WS-AT-OPEN-SW(WS-SUB-A)
                        MOVE 'RUN OPENED' TO WS-NEW-TEXT
                    WHEN 'S'
                        STRING 'STEP COMPLETED: ' DELIMITED BY SIZE
                               CK-DETAIL DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                        END-STRING
                    WHEN 'F'
                        STRING 'RUN MARKED FAILED - REASON '
                                   DELIMITED BY SIZE
                               CK-DETAIL DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                        END-STRING
                    WHEN 'R'
                        STRING 'RUN RESTARTED AFTER STEP '
                                   DELIMITED BY SIZE
                               CK-DETAIL DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                        END-STRING
                    WHEN 'C'
                        MOVE 'RUN CLOSED' TO WS-NEW-TEXT
                    WHEN OTHER
                        STRING 'CHECKPOINT EVENT ' DELIMITED BY SIZE
                               CK-EVENT DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               CK-DETAIL DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                        END-STRING
                END-EVALUATE
                MOVE WS-SUB-A TO WS-NEW-ATT
                MOVE CK-EVENT-DATE TO WS-NEW-DATE
                MOVE CK-EVENT-TIME TO WS-NEW-TIME
                MOVE 'CHKPT' TO WS-NEW-SOURCE
                MOVE 'Y' TO WS-NEW-ROLL-SW
                PERFORM 8000-ADD-EVENT
            END-IF.

       3100-SCAN-RUNHDR.
            MOVE 'N' TO WS-ARCH-SW.
            MOVE 'RUNHDR.DAT' TO WS-RUNHDR-FILE-NAME.
            PERFORM 3110-READ-RUNHDR-FILE.
            MOVE 'Y' TO WS-ARCH-SW.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-RUNHDR-FILE-NAME
                STRING 'RUNHDR.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-RUNHDR-FILE-NAME
                END-STRING
                PERFORM 3110-READ-RUNHDR-FILE
            END-PERFORM.

       3110-READ-RUNHDR-FILE.
            OPEN INPUT RUNHDR-FILE.
            IF WS-RUNHDR-FILE-STATUS = '00'
                IF READING-ARCHIVE
                    MOVE WS-RUNHDR-FILE-NAME TO WS-NEW-TEXT
                    PERFORM 8900-NOTE-ARCHIVE-READ
                END-IF
                PERFORM UNTIL WS-RUNHDR-FILE-STATUS NOT = '00'
                    READ RUNHDR-FILE
                        AT END
                            MOVE '10' TO WS-RUNHDR-FILE-STATUS
                        NOT AT END
                            PERFORM 3150-FILE-RUNHDR-EVENT
                    END-READ
                END-PERFORM
                CLOSE RUNHDR-FILE
            END-IF.

      * An open writes one banner; a restart writes another for the
      * same run-id with the new attempt number.
       3150-FILE-RUNHDR-EVENT.
            MOVE RH-RUN-ID TO WS-FIND-RUN-ID.
            PERFORM 8100-FIND-ATTEMPT.
            IF WS-SUB-A > ZERO
                MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                IF WS-AT-SEQ-NBR(WS-SUB-A) = ZERO
                        AND RH-ATTEMPT-NBR IS NUMERIC
                    MOVE RH-ATTEMPT-NBR TO WS-AT-SEQ-NBR(WS-SUB-A)
                END-IF
                MOVE WS-SUB-A TO WS-NEW-ATT
                MOVE RH-RUN-DATE TO WS-NEW-DATE
                MOVE RH-RUN-TIME TO WS-NEW-TIME
                MOVE 'RUNHDR' TO WS-NEW-SOURCE
                MOVE 'Y' TO WS-NEW-ROLL-SW
                MOVE SPACES TO WS-NEW-TEXT
                STRING 'BANNER: ' DELIMITED BY SIZE
                       RH-DATE-BANNER DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                END-STRING
                PERFORM 8000-ADD-EVENT
                MOVE SPACES TO WS-NEW-TEXT
                STRING 'PERIOD ' DELIMITED BY SIZE
                       RH-PERIOD-ID DELIMITED BY SIZE
                       ' START ' DELIMITED BY SIZE
                       RH-PERIOD-START-FLAG DELIMITED BY SIZE
                       ' END ' DELIMITED BY SIZE
                       RH-PERIOD-END-FLAG DELIMITED BY SIZE
                       '  REGION ' DELIMITED BY SIZE
                       RH-REGION-CODE DELIMITED BY SIZE
                       '  ATTEMPT ' DELIMITED BY SIZE
                       RH-ATTEMPT-NBR DELIMITED BY SIZE
                       '  LATE START ' DELIMITED BY SIZE
                       RH-LATE-START-FLAG DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                END-STRING
                PERFORM 8000-ADD-EVENT
                IF RH-CATCHUP-FLAG = 'Y'
                    MOVE 'CATCH-UP RUN FOR A MISSED BUSINESS DATE'
                        TO WS-NEW-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
            END-IF.

       3200-SCAN-RUNDUR.
            MOVE 'N' TO WS-ARCH-SW.
            MOVE 'RUNDUR.DAT' TO WS-RUNDUR-FILE-NAME.
            PERFORM 3210-READ-RUNDUR-FILE.
            MOVE 'Y' TO WS-ARCH-SW.
            PERFORM VARYING WS-ARCH-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-ARCH-INT > WS-TODAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
                    TO WS-ARCH-DATE
                MOVE SPACES TO WS-RUNDUR-FILE-NAME
                STRING 'RUNDUR.A' DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       INTO WS-RUNDUR-FILE-NAME
                END-STRING
                PERFORM 3210-READ-RUNDUR-FILE
            END-PERFORM.

       3210-READ-RUNDUR-FILE.
            OPEN INPUT RUNDUR-FILE.
            IF WS-RUNDUR-FILE-STATUS = '00'
                IF READING-ARCHIVE
                    MOVE WS-RUNDUR-FILE-NAME TO WS-NEW-TEXT
                    PERFORM 8900-NOTE-ARCHIVE-READ
                END-IF
                PERFORM UNTIL WS-RUNDUR-FILE-STATUS NOT = '00'
                    READ RUNDUR-FILE
                        AT END
                            MOVE '10' TO WS-RUNDUR-FILE-STATUS
                        NOT AT END
                            PERFORM 3250-FILE-RUNDUR-EVENT
                    END-READ
                END-PERFORM
                CLOSE RUNDUR-FILE
            END-IF.

       3250-FILE-RUNDUR-EVENT.
            MOVE RD-RUN-ID TO WS-FIND-RUN-ID.
            PERFORM 8100-FIND-ATTEMPT.
            IF WS-SUB-A > ZERO
                MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                MOVE WS-SUB-A TO WS-NEW-ATT
                MOVE WS-AT-DATE(WS-SUB-A) TO WS-NEW-DATE
                MOVE RD-END-TIME TO WS-NEW-TIME
                MOVE 'RUNDUR' TO WS-NEW-SOURCE
                MOVE 'Y' TO WS-NEW-ROLL-SW
                MOVE RD-ELAPSED-SECS TO WS-EDIT-SECS
                MOVE SPACES TO WS-NEW-TEXT
                STRING 'ELAPSED ' DELIMITED BY SIZE
                       WS-EDIT-SECS DELIMITED BY SIZE
                       ' SECS (START ' DELIMITED BY SIZE
                       RD-START-TIME DELIMITED BY SIZE
                       ' END ' DELIMITED BY SIZE
                       RD-END-TIME DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                END-STRING
                PERFORM 8000-ADD-EVENT
            END-IF.

      * OPSALERT.DAT is never purged. Each alert prints as its code
      * and severity, its message, and its acknowledgement.
       3300-SCAN-OPSALERT.
            MOVE 'N' TO WS-ARCH-SW.
            OPEN INPUT OPSALERT-FILE.
            IF WS-OPSALERT-FILE-STATUS = '00'
                PERFORM UNTIL WS-OPSALERT-FILE-STATUS NOT = '00'
                    READ OPSALERT-FILE
                        AT END
                            MOVE '10' TO WS-OPSALERT-FILE-STATUS
                        NOT AT END
                            IF AL-RUN-ID NOT = SPACES
                                PERFORM 3350-FILE-ALERT-EVENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPSALERT-FILE
            END-IF.

       3350-FILE-ALERT-EVENT.
            MOVE AL-RUN-ID TO WS-FIND-RUN-ID.
            PERFORM 8100-FIND-ATTEMPT.
            IF WS-SUB-A > ZERO
                MOVE WS-SUB-A TO WS-NEW-ATT
                IF AL-ALERT-DATE IS NUMERIC AND AL-ALERT-DATE > ZERO
                    MOVE AL-ALERT-DATE TO WS-NEW-DATE
                    MOVE 'N' TO WS-NEW-ROLL-SW
                ELSE
                    MOVE AL-RUN-DATE TO WS-NEW-DATE
                    MOVE 'Y' TO WS-NEW-ROLL-SW
                END-IF
                MOVE AL-ALERT-TIME TO WS-NEW-TIME
                MOVE 'OPSALERT' TO WS-NEW-SOURCE
                MOVE SPACES TO WS-NEW-TEXT
                STRING 'SEVERITY ' DELIMITED BY SIZE
                       AL-SEVERITY DELIMITED BY SIZE
                       ' ALERT ' DELIMITED BY SIZE
                       AL-ALERT-CODE DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                END-STRING
                IF AL-ESC-FLAG = 'Y'
                    MOVE ' (ESCALATED TO SEVERITY 1)'
                        TO WS-NEW-TEXT(27:26)
                END-IF
                PERFORM 8000-ADD-EVENT
                MOVE AL-MESSAGE TO WS-NEW-TEXT
                PERFORM 8000-ADD-EVENT
                MOVE SPACES TO WS-NEW-TEXT
                IF AL-ACK-FLAG = 'Y'
                    STRING 'ACKNOWLEDGED BY ' DELIMITED BY SIZE
                           AL-ACK-USER DELIMITED BY SIZE
                           ' ON ' DELIMITED BY SIZE
                           AL-ACK-DATE DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                           AL-ACK-NOTE DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                    END-STRING
                ELSE
                    MOVE 'NOT ACKNOWLEDGED' TO WS-NEW-TEXT
                END-IF
                PERFORM 8000-ADD-EVENT
            END-IF.

      * JOBLOG rows that opened a confirmed attempt belong to it;
      * close, fail and restart requests go to the attempt that was
      * running at the time. A row with no attempt on file that day
      * stands as an attempt of its own so it is not lost. For a
      * run-id inquiry only the run itself is a candidate, so its
      * later rows are matched to it by time.
       3400-FILE-JOBLOG-ROWS.
            PERFORM VARYING WS-SUB-J FROM 1 BY 1
                    UNTIL WS-SUB-J > WS-JL-COUNT
                MOVE WS-JL-DATE(WS-SUB-J) TO WS-BUILD-DATE
                MOVE WS-JL-TIME(WS-SUB-J) TO WS-BUILD-TIME
                MOVE WS-BUILD-RUN-ID TO WS-FIND-RUN-ID
                PERFORM 8100-FIND-ATTEMPT
                IF WS-SUB-A = ZERO
                    MOVE WS-JL-JOB(WS-SUB-J) TO WS-PICK-JOB
                    MOVE WS-JL-DATE(WS-SUB-J) TO WS-PICK-DATE
                    MOVE WS-JL-TIME(WS-SUB-J) TO WS-PICK-TIME
                    MOVE WS-JL-ATTEMPT(WS-SUB-J) TO WS-PICK-ATTEMPT
                    PERFORM 8250-PICK-RUNNING-ATTEMPT
                END-IF
                IF WS-SUB-A > ZERO
                    IF WS-AT-CONFIRM-SW(WS-SUB-A) NOT = 'Y'
                        MOVE WS-JL-JOB(WS-SUB-J) TO WS-PICK-JOB
                        MOVE WS-JL-DATE(WS-SUB-J) TO WS-PICK-DATE
                        MOVE WS-JL-TIME(WS-SUB-J) TO WS-PICK-TIME
                        PERFORM 8200-PICK-ATTEMPT-AT-TIME
                        IF WS-BEST-SUB > ZERO
                            MOVE WS-BEST-SUB TO WS-SUB-A
                        ELSE
                            MOVE 'Y' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                        END-IF
                    END-IF
                    MOVE WS-SUB-A TO WS-NEW-ATT
                    MOVE WS-JL-DATE(WS-SUB-J) TO WS-NEW-DATE
                    MOVE WS-JL-TIME(WS-SUB-J) TO WS-NEW-TIME
                    MOVE 'JOBLOG' TO WS-NEW-SOURCE
                    MOVE 'Y' TO WS-NEW-ROLL-SW
                    MOVE WS-JL-ARCH-SW(WS-SUB-J) TO WS-ARCH-SW
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING 'REQUEST BY USER ' DELIMITED BY SIZE
                           WS-JL-USER(WS-SUB-J) DELIMITED BY SIZE
                           '  ATTEMPT ' DELIMITED BY SIZE
                           WS-JL-ATTEMPT(WS-SUB-J) DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                    END-STRING
                    IF WS-JL-CATCHUP(WS-SUB-J) = 'Y'
                        MOVE 'CATCH-UP' TO WS-NEW-TEXT(39:8)
                    END-IF
                    PERFORM 8000-ADD-EVENT
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-ARCH-SW.

      * Both the open and the close publish carry the run's open time
      * as SC-START-TIME, which ties them to the run-id.
       3500-SCAN-SCHED-IF.
            MOVE 'N' TO WS-ARCH-SW.
            OPEN INPUT SCHED-IF-FILE.
            IF WS-SCHED-IF-FILE-STATUS = '00'
                PERFORM UNTIL WS-SCHED-IF-FILE-STATUS NOT = '00'
                    READ SCHED-IF-FILE
                        AT END
                            MOVE '10' TO WS-SCHED-IF-FILE-STATUS
                        NOT AT END
                            PERFORM 3550-FILE-PUBLISH-EVENT
                    END-READ
                END-PERFORM
                CLOSE SCHED-IF-FILE
            END-IF.

       3550-FILE-PUBLISH-EVENT.
            IF SC-JOB-NAME = WS-INQ-JOB
                    AND SC-BUSINESS-DATE >= WS-INQ-FROM-DATE
                    AND SC-BUSINESS-DATE <= WS-INQ-TO-DATE
                MOVE SC-BUSINESS-DATE TO WS-BUILD-DATE
                MOVE SC-START-TIME TO WS-BUILD-TIME
                MOVE WS-BUILD-RUN-ID TO WS-FIND-RUN-ID
                PERFORM 8100-FIND-ATTEMPT
                IF WS-SUB-A = ZERO
                    MOVE SC-JOB-NAME TO WS-PICK-JOB
                    MOVE SC-BUSINESS-DATE TO WS-PICK-DATE
                    MOVE SC-START-TIME TO WS-PICK-TIME
                    PERFORM 8240-FIND-JOBLOG-ATTEMPT
                    PERFORM 8250-PICK-RUNNING-ATTEMPT
                END-IF
                IF WS-SUB-A > ZERO
                    IF WS-AT-CONFIRM-SW(WS-SUB-A) = 'Y'
                        MOVE WS-SUB-A TO WS-NEW-ATT
                        MOVE SC-BUSINESS-DATE TO WS-NEW-DATE
                        MOVE SC-START-TIME TO WS-NEW-TIME
                        MOVE 'SCHED.IF' TO WS-NEW-SOURCE
                        MOVE 'Y' TO WS-NEW-ROLL-SW
                        MOVE SPACES TO WS-NEW-TEXT
                        STRING 'PUBLISHED TO SCHEDULER - PERIOD '
                                   DELIMITED BY SIZE
                               SC-PERIOD-ID DELIMITED BY SIZE
                               ' START ' DELIMITED BY SIZE
                               SC-PERIOD-START-FLAG DELIMITED BY SIZE
                               ' END ' DELIMITED BY SIZE
                               SC-PERIOD-END-FLAG DELIMITED BY SIZE
                               '  REGION ' DELIMITED BY SIZE
                               SC-REGION-CODE DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                        END-STRING
                        PERFORM 8000-ADD-EVENT
                    END-IF
                END-IF
            END-IF.

      * SCHEDIN.IF holds only the latest night's feed; an execution
      * is filed under the attempt running when the scheduler started
      * it, or the first attempt that day if it started just before.
       3600-SCAN-SCHEDIN.
            MOVE 'N' TO WS-ARCH-SW.
            OPEN INPUT SCHEDIN-FILE.
            IF WS-SCHEDIN-FILE-STATUS = '00'
                PERFORM UNTIL WS-SCHEDIN-FILE-STATUS NOT = '00'
                    READ SCHEDIN-FILE
                        AT END
                            MOVE '10' TO WS-SCHEDIN-FILE-STATUS
                        NOT AT END
                            PERFORM 3650-FILE-EXECUTION-EVENT
                    END-READ
                END-PERFORM
                CLOSE SCHEDIN-FILE
            END-IF.

       3650-FILE-EXECUTION-EVENT.
            IF SI-JOB-NAME = WS-INQ-JOB
                    AND SI-BUSINESS-DATE >= WS-INQ-FROM-DATE
                    AND SI-BUSINESS-DATE <= WS-INQ-TO-DATE
                MOVE SI-JOB-NAME TO WS-PICK-JOB
                MOVE SI-BUSINESS-DATE TO WS-PICK-DATE
                MOVE SI-SCHED-START-TS(9:6) TO WS-PICK-TIME
                PERFORM 8200-PICK-ATTEMPT-AT-TIME
                IF WS-BEST-SUB > ZERO
                    MOVE WS-BEST-SUB TO WS-NEW-ATT
                    MOVE SI-SCHED-START-TS(1:8) TO WS-NEW-DATE
                    MOVE SI-SCHED-START-TS(9:6) TO WS-NEW-TIME
                    MOVE 'SCHEDIN' TO WS-NEW-SOURCE
                    MOVE 'N' TO WS-NEW-ROLL-SW
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING 'SCHEDULER RAN ' DELIMITED BY SIZE
                           SI-SCHED-START-TS DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           SI-SCHED-END-TS DELIMITED BY SIZE
                           ' COND CODE ' DELIMITED BY SIZE
                           SI-COND-CODE DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                    END-STRING
                    PERFORM 8000-ADD-EVENT
                END-IF
            END-IF.

      * Attempts print in open order, each with its events in time
      * order (events stamped before the open on the same date ran
      * past midnight and sort after it).
       4000-PRINT-DOSSIER.
            MOVE ZERO TO WS-ATTEMPT-TOTAL.
            PERFORM VARYING WS-SUB-A FROM 1 BY 1
                    UNTIL WS-SUB-A > WS-AT-COUNT
                IF WS-AT-CONFIRM-SW(WS-SUB-A) = 'Y'
                    ADD 1 TO WS-ATTEMPT-TOTAL
                END-IF
            END-PERFORM.
            IF TABLE-OVERFLOWED
                MOVE '*** WARNING: HISTORY TABLES FULL - DOSSIER IS INCO
      -             'MPLETE, NARROW THE DATE RANGE ***' TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            IF WS-ATTEMPT-TOTAL = ZERO
                MOVE SPACES TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
                MOVE '(NO RUN OF THE JOB FOUND ON ANY RUN-CONTROL FILE)'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE ZERO TO WS-ATTEMPT-SEQ.
            PERFORM WS-ATTEMPT-TOTAL TIMES
                MOVE ZERO TO WS-BEST-SUB
                PERFORM VARYING WS-SUB-A FROM 1 BY 1
                        UNTIL WS-SUB-A > WS-AT-COUNT
                    IF WS-AT-CONFIRM-SW(WS-SUB-A) = 'Y'
                            AND WS-AT-PRINTED-SW(WS-SUB-A) NOT = 'Y'
                        IF WS-BEST-SUB = ZERO
                            MOVE WS-SUB-A TO WS-BEST-SUB
                        ELSE
                            PERFORM 4050-COMPARE-ATTEMPTS
                        END-IF
                    END-IF
                END-PERFORM
                MOVE 'Y' TO WS-AT-PRINTED-SW(WS-BEST-SUB)
                ADD 1 TO WS-ATTEMPT-SEQ
                MOVE WS-BEST-SUB TO WS-SUB-A
                PERFORM 4100-PRINT-ONE-ATTEMPT
            END-PERFORM.
            PERFORM 4500-PRINT-SOURCES.

      * Business date first, then the attempt number the run-control
      * program assigned (a rerun opened after midnight carries an
      * earlier clock time than the run it follows), then open time.
       4050-COMPARE-ATTEMPTS.
            EVALUATE TRUE
                WHEN WS-AT-DATE(WS-SUB-A) < WS-AT-DATE(WS-BEST-SUB)
                    MOVE WS-SUB-A TO WS-BEST-SUB
                WHEN WS-AT-DATE(WS-SUB-A) > WS-AT-DATE(WS-BEST-SUB)
                    CONTINUE
                WHEN WS-AT-SEQ-NBR(WS-SUB-A) > ZERO
                        AND WS-AT-SEQ-NBR(WS-BEST-SUB) > ZERO
                        AND WS-AT-SEQ-NBR(WS-SUB-A)
                            NOT = WS-AT-SEQ-NBR(WS-BEST-SUB)
                    IF WS-AT-SEQ-NBR(WS-SUB-A)
                            < WS-AT-SEQ-NBR(WS-BEST-SUB)
                        MOVE WS-SUB-A TO WS-BEST-SUB
                    END-IF
                WHEN WS-AT-TIME(WS-SUB-A) < WS-AT-TIME(WS-BEST-SUB)
                    MOVE WS-SUB-A TO WS-BEST-SUB
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       4100-PRINT-ONE-ATTEMPT.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '* ATTEMPT ' DELIMITED BY SIZE
                   WS-ATTEMPT-SEQ DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   WS-ATTEMPT-TOTAL DELIMITED BY SIZE
                   ' - RUN-ID ' DELIMITED BY SIZE
                   WS-AT-RUN-ID(WS-SUB-A) DELIMITED BY SIZE
                   '  JOB ' DELIMITED BY SIZE
                   WS-AT-JOB(WS-SUB-A) DELIMITED BY SIZE
                   '  BUSINESS DATE ' DELIMITED BY SIZE
                   WS-AT-DATE(WS-SUB-A) DELIMITED BY SIZE
                   ' *' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-AT-RC-SW(WS-SUB-A) = 'Y'
                STRING '  RUN-CONTROL (' DELIMITED BY SIZE
                       WS-AT-RC-SOURCE(WS-SUB-A) DELIMITED BY SPACE
                       '): STATUS ' DELIMITED BY SIZE
                       WS-AT-RC-STATUS(WS-SUB-A) DELIMITED BY SIZE
                       '  ATTEMPT ' DELIMITED BY SIZE
                       WS-AT-RC-ATTEMPT(WS-SUB-A) DELIMITED BY SIZE
                       '  FAIL REASON ' DELIMITED BY SIZE
                       WS-AT-RC-REASON(WS-SUB-A) DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                END-STRING
            ELSE
                MOVE '  RUN-CONTROL: NO RECORD FOR THIS RUN-ID (SUPERSED
      -             'ED BY A LATER ATTEMPT OR NEVER WRITTEN)'
                    TO WS-RPT-LINE
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE.
            IF WS-AT-OPEN-SW(WS-SUB-A) NOT = 'Y'
                MOVE '  NO OPEN CHECKPOINT ON FILE FOR THIS RUN-ID'
                    TO WS-RPT-LINE
                PERFORM 7000-WRITE-REPORT-LINE
            END-IF.
            MOVE WS-RPT-HEADING TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE ZERO TO WS-ATT-EVENTS.
            PERFORM VARYING WS-SUB-E FROM 1 BY 1
                    UNTIL WS-SUB-E > WS-EV-COUNT
                IF WS-EV-ATT(WS-SUB-E) = WS-SUB-A
                    ADD 1 TO WS-ATT-EVENTS
                END-IF
            END-PERFORM.
            PERFORM WS-ATT-EVENTS TIMES
                MOVE ZERO TO WS-BEST-SUB
                PERFORM VARYING WS-SUB-E FROM 1 BY 1
                        UNTIL WS-SUB-E > WS-EV-COUNT
                    IF WS-EV-ATT(WS-SUB-E) = WS-SUB-A
                            AND WS-EV-PRINTED-SW(WS-SUB-E) NOT = 'Y'
                        IF WS-BEST-SUB = ZERO
                            MOVE WS-SUB-E TO WS-BEST-SUB
                        ELSE
                            IF WS-EV-KEY(WS-SUB-E)
                                    < WS-EV-KEY(WS-BEST-SUB)
                                MOVE WS-SUB-E TO WS-BEST-SUB
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                MOVE 'Y' TO WS-EV-PRINTED-SW(WS-BEST-SUB)
                PERFORM 4200-PRINT-ONE-EVENT
            END-PERFORM.

       4200-PRINT-ONE-EVENT.
            INITIALIZE WS-RPT-DETAIL.
            MOVE WS-EV-DATE(WS-BEST-SUB) TO WS-RPT-D-DATE.
            MOVE WS-EV-TIME(WS-BEST-SUB) TO WS-TIME-WORK.
            MOVE WS-TIME-WORK(1:2) TO WS-EDIT-HH.
            MOVE WS-TIME-WORK(3:2) TO WS-EDIT-MM.
            MOVE WS-TIME-WORK(5:2) TO WS-EDIT-SS.
            MOVE WS-EDIT-TIME TO WS-RPT-D-TIME.
            IF WS-EV-ARCH-SW(WS-BEST-SUB) = 'Y'
                MOVE '*' TO WS-RPT-D-ARCH
            END-IF.
            MOVE WS-EV-SOURCE(WS-BEST-SUB) TO WS-RPT-D-SRC.
            MOVE WS-EV-TEXT(WS-BEST-SUB) TO WS-RPT-D-TEXT.
            MOVE WS-RPT-DETAIL TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            ADD 1 TO WS-EVENTS-PRINTED.

       4500-PRINT-SOURCES.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '* SOURCES *' TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE '  LIVE FILES: CHKPT.DAT JOBLOG.DAT RUNHDR.DAT RUNDUR.D
      -         'AT RUNCTL.MST SCHED.IF SCHEDIN.IF OPSALERT.DAT'
                TO WS-RPT-LINE.
            PERFORM 7000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  ARCHIVE FILES READ (ROWS MARKED *): '
                       DELIMITED BY SIZE
                   WS-ARCH-READ-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
            END-STRING.
            PERFORM 7000-WRITE-REPORT-LINE.
            PERFORM VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-ARCH-LIST-COUNT
                MOVE SPACES TO WS-RPT-LINE
                MOVE WS-ARCH-LIST-NAME(WS-SUB-K) TO WS-RPT-LINE(5:17)
                PERFORM 7000-WRITE-REPORT-LINE
            END-PERFORM.

       7000-WRITE-REPORT-LINE.
            MOVE WS-RPT-LINE TO RUNHIST-RPT-REC.
            WRITE RUNHIST-RPT-REC.

      * The sort key counts seconds from the attempt's business date.
      * A row the run-control program stamps with the business date
      * but a clock time before the open was written after midnight.
       8000-ADD-EVENT.
            IF WS-EV-COUNT < 2000
                ADD 1 TO WS-EV-COUNT
                MOVE WS-NEW-ATT TO WS-EV-ATT(WS-EV-COUNT)
                MOVE WS-NEW-DATE TO WS-EV-DATE(WS-EV-COUNT)
                MOVE WS-NEW-TIME TO WS-EV-TIME(WS-EV-COUNT)
                MOVE WS-NEW-SOURCE TO WS-EV-SOURCE(WS-EV-COUNT)
                MOVE WS-NEW-TEXT TO WS-EV-TEXT(WS-EV-COUNT)
                MOVE WS-ARCH-SW TO WS-EV-ARCH-SW(WS-EV-COUNT)
                MOVE 'N' TO WS-EV-PRINTED-SW(WS-EV-COUNT)
                MOVE WS-NEW-TIME TO WS-TIME-WORK
                MOVE WS-TIME-WORK(1:2) TO WS-TEMP-HH
                MOVE WS-TIME-WORK(3:2) TO WS-TEMP-MM
                MOVE WS-TIME-WORK(5:2) TO WS-TEMP-SS
                COMPUTE WS-NEW-SECS =
                    WS-TEMP-HH * 3600 + WS-TEMP-MM * 60 + WS-TEMP-SS
                IF MAY-ROLL-PAST-MIDNIGHT
                        AND WS-NEW-DATE = WS-AT-DATE(WS-NEW-ATT)
                        AND WS-NEW-TIME < WS-AT-TIME(WS-NEW-ATT)
                    ADD 86400 TO WS-NEW-SECS
                END-IF
                IF WS-NEW-DATE IS NUMERIC
                        AND FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) = 0
                    COMPUTE WS-EV-KEY(WS-EV-COUNT) =
                        (FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
                         - WS-FROM-INT) * 86400 + WS-NEW-SECS
                ELSE
                    MOVE WS-NEW-SECS TO WS-EV-KEY(WS-EV-COUNT)
                END-IF
            ELSE
                MOVE 'Y' TO WS-TABLE-FULL-SW
            END-IF.

       8100-FIND-ATTEMPT.
            PERFORM VARYING WS-SUB-A FROM 1 BY 1
                    UNTIL WS-SUB-A > WS-AT-COUNT
                    OR WS-AT-RUN-ID(WS-SUB-A) = WS-FIND-RUN-ID
                CONTINUE
            END-PERFORM.
            IF WS-SUB-A > WS-AT-COUNT
                MOVE ZERO TO WS-SUB-A
            END-IF.

      * The confirmed attempt of the job on the date that opened last
      * at or before the given time; failing that, the earliest one
      * that day.
       8200-PICK-ATTEMPT-AT-TIME.
            MOVE ZERO TO WS-BEST-SUB.
            PERFORM VARYING WS-SUB-B FROM 1 BY 1
                    UNTIL WS-SUB-B > WS-AT-COUNT
                IF WS-AT-CONFIRM-SW(WS-SUB-B) = 'Y'
                        AND WS-AT-JOB(WS-SUB-B) = WS-PICK-JOB
                        AND WS-AT-DATE(WS-SUB-B) = WS-PICK-DATE
                        AND WS-AT-TIME(WS-SUB-B) <= WS-PICK-TIME
                    IF WS-BEST-SUB = ZERO
                        MOVE WS-SUB-B TO WS-BEST-SUB
                    ELSE
                        IF WS-AT-TIME(WS-SUB-B)
                                > WS-AT-TIME(WS-BEST-SUB)
                            MOVE WS-SUB-B TO WS-BEST-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BEST-SUB = ZERO
                PERFORM VARYING WS-SUB-B FROM 1 BY 1
                        UNTIL WS-SUB-B > WS-AT-COUNT
                    IF WS-AT-CONFIRM-SW(WS-SUB-B) = 'Y'
                            AND WS-AT-JOB(WS-SUB-B) = WS-PICK-JOB
                            AND WS-AT-DATE(WS-SUB-B) = WS-PICK-DATE
                        IF WS-BEST-SUB = ZERO
                            MOVE WS-SUB-B TO WS-BEST-SUB
                        ELSE
                            IF WS-AT-TIME(WS-SUB-B)
                                    < WS-AT-TIME(WS-BEST-SUB)
                                MOVE WS-SUB-B TO WS-BEST-SUB
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      * The attempt number on the JOBLOG row stamped with the given
      * job, date and time, if there is one.
       8240-FIND-JOBLOG-ATTEMPT.
            MOVE SPACES TO WS-PICK-ATTEMPT.
            PERFORM VARYING WS-SUB-B FROM 1 BY 1
                    UNTIL WS-SUB-B > WS-JL-COUNT
                IF WS-JL-JOB(WS-SUB-B) = WS-PICK-JOB
                        AND WS-JL-DATE(WS-SUB-B) = WS-PICK-DATE
                        AND WS-JL-TIME(WS-SUB-B) = WS-PICK-TIME
                    MOVE WS-JL-ATTEMPT(WS-SUB-B) TO WS-PICK-ATTEMPT
                END-IF
            END-PERFORM.

      * A row whose run-id is not a candidate goes to the attempt that
      * was running at its time - unless it carries a different
      * attempt number, which makes it part of a later rerun that is
      * not in this dossier. A restart keeps its run's attempt number.
       8250-PICK-RUNNING-ATTEMPT.
            PERFORM 8200-PICK-ATTEMPT-AT-TIME.
            MOVE WS-BEST-SUB TO WS-SUB-A.
            IF WS-SUB-A > ZERO
                    AND WS-PICK-ATTEMPT IS NUMERIC
                    AND WS-PICK-ATTEMPT NOT = '00'
                    AND WS-AT-SEQ-NBR(WS-SUB-A) NOT = ZERO
                    AND WS-PICK-ATTEMPT NOT = WS-AT-SEQ-NBR(WS-SUB-A)
                MOVE ZERO TO WS-SUB-A
            END-IF.

       8300-ADD-CANDIDATE.
            PERFORM 8100-FIND-ATTEMPT.
            IF WS-SUB-A = ZERO
                IF WS-AT-COUNT < 200
                    ADD 1 TO WS-AT-COUNT
                    MOVE WS-AT-COUNT TO WS-SUB-A
                    INITIALIZE WS-AT-ENTRY(WS-SUB-A)
                    MOVE WS-FIND-RUN-ID TO WS-AT-RUN-ID(WS-SUB-A)
                    MOVE WS-PICK-JOB TO WS-AT-JOB(WS-SUB-A)
                    MOVE WS-PICK-DATE TO WS-AT-DATE(WS-SUB-A)
                    MOVE WS-PICK-TIME TO WS-AT-TIME(WS-SUB-A)
                    MOVE 'N' TO WS-AT-CONFIRM-SW(WS-SUB-A)
                    MOVE 'N' TO WS-AT-OPEN-SW(WS-SUB-A)
                    MOVE 'N' TO WS-AT-RC-SW(WS-SUB-A)
                    MOVE 'N' TO WS-AT-PRINTED-SW(WS-SUB-A)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                END-IF
            END-IF.

       8900-NOTE-ARCHIVE-READ.
            ADD 1 TO WS-ARCH-READ-COUNT.
            IF WS-ARCH-LIST-COUNT < 60
                ADD 1 TO WS-ARCH-LIST-COUNT
                MOVE WS-NEW-TEXT
                    TO WS-ARCH-LIST-NAME(WS-ARCH-LIST-COUNT)
            END-IF.

       END PROGRAM RUNHIST.
