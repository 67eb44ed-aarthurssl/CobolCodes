      ******************************************************************
      * NTFYREC - NOTIFY.IF / NTFYLOG.DAT record layout
      * One row per notification sent to the paging/e-mail gateway.
      * The same row is appended to the outbound interface file
      * NOTIFY.IF, which the gateway drains in NT-SEQ-NBR order, and
      * to the notification log NTFYLOG.DAT, which is kept as proof
      * of who was called and when and drives duplicate suppression
      * and backup re-notification.
      * NT-REASON: 'N' = new alert, 'E' = alert escalated to
      * severity 1, 'R' = re-notification of the backup because the
      * alert is still unacknowledged. NT-ROLE: 'P' = primary,
      * 'B' = backup contact. The alert fields identify the
      * OPSALERT.DAT row that triggered the notification.
      * Shared by ALRTPAGE.
      ******************************************************************
       01  NOTIFY-REC.
           02 NT-SEQ-NBR     PIC 9(8).
           02 NT-STAMP-DATE  PIC 9(8).
           02 NT-STAMP-TIME  PIC 9(6).
           02 NT-REASON      PIC X(1).
           02 NT-ROLE        PIC X(1).
           02 NT-CONTACT     PIC X(8).
           02 NT-CHANNEL     PIC X(1).
           02 NT-ADDRESS     PIC X(40).
           02 NT-REGION      PIC X(2).
           02 NT-SEVERITY    PIC X(1).
           02 NT-ALERT-CODE  PIC X(8).
           02 NT-RUN-ID      PIC X(23).
           02 NT-RUN-DATE    PIC 9(8).
           02 NT-ALERT-DATE  PIC 9(8).
           02 NT-ALERT-TIME  PIC 9(6).
           02 NT-MESSAGE     PIC X(60).
           02 NT-RESERVED    PIC X(10).
