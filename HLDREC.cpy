      ******************************************************************
      * HLDREC - HOLD.CTL record layout
      * Job holds and change freezes, one row per hold, in hold-id
      * order. HLD-TYPE: 'J' = hold on one job (HLD-REGION, when
      * given, limits it to that region's runs), 'R' = freeze of
      * every job run for region HLD-REGION, 'A' = freeze of every
      * job in every region. The hold covers run dates HLD-FROM-DATE
      * through HLD-TO-DATE; a zero to-date holds until released.
      * HLD-EXPIRY-DATE is the date the requester expects the hold to
      * be lifted by - a hold past expiry stays in force until a
      * release transaction is applied, and is reported daily until
      * then. HLD-STATUS: 'A' = active, 'R' = released (the row is
      * kept with who released it and when).
      * Shared by HLDMAINT, HLDCHK and HLDRPT.
      ******************************************************************
       01  HOLD-CTL-REC.
           02 HLD-HOLD-ID       PIC 9(6).
           02 HLD-TYPE          PIC X(1).
               88 HLD-TYPE-JOB    VALUE 'J'.
               88 HLD-TYPE-REGION VALUE 'R'.
               88 HLD-TYPE-ALL    VALUE 'A'.
           02 HLD-JOB-NAME      PIC X(8).
           02 HLD-REGION        PIC X(2).
           02 HLD-FROM-DATE     PIC 9(8).
           02 HLD-TO-DATE       PIC 9(8).
           02 HLD-EXPIRY-DATE   PIC 9(8).
           02 HLD-REQUESTER     PIC X(8).
           02 HLD-REASON        PIC X(30).
           02 HLD-STATUS        PIC X(1).
               88 HLD-ACTIVE      VALUE 'A'.
               88 HLD-RELEASED    VALUE 'R'.
           02 HLD-ENTERED-BY    PIC X(8).
           02 HLD-ENTERED-DATE  PIC 9(8).
           02 HLD-RELEASED-BY   PIC X(8).
           02 HLD-RELEASED-DATE PIC 9(8).
           02 HLD-RESERVED      PIC X(10).
