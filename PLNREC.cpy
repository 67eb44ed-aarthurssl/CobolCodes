      * PLN-FREQ-DAY: 1 = SUNDAY through 7 = SATURDAY, used only for
      * frequency 'W'. PLN-REGION limits the row to one country
      * operation; a blank region applies everywhere.
      * Shared by RUNPLAN, SCHDFCST, BATCHETA, CATCHUP and JOBMAINT.
      ******************************************************************
       01  RUNPLAN-CTL-REC.
           02 PLN-JOB-NAME  PIC X(8).
