      ******************************************************************
      * SCHREC - SCHED.IF record layout
      * One scheduler interface row published per open and per close.
      * Shared by PROGCOB03, RECONRPT and RUNHIST.
      ******************************************************************
       01  SCHED-IF-REC.
           02 SC-BUSINESS-DATE PIC 9(8).
