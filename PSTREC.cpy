      * or supervisor reopen, the latest row for a period wins.
      * PST-STATUS: 'C' = period closed, 'R' = period reopened by a
      * supervisor so backdated reruns may land inside it again.
      * Shared by PERCLOSE, PROGCOB03 and CATCHUP.
      ******************************************************************
       01  PERSTAT-REC.
           02 PST-PERIOD-ID  PIC X(6).
