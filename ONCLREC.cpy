      ******************************************************************
      * ONCLREC - ONCALL.CTL record layout
      * On-call roster: who is called for an alert, by region and by
      * alert code or severity, during a shift. OC-REGION, OC-ALERT-
      * CODE and OC-SEVERITY left blank match any value; when several
      * rows match, the most specific wins (region, then alert code,
      * then severity), the first on file breaking a tie. The shift
      * runs from OC-SHIFT-START up to OC-SHIFT-END (HHMM) and may
      * span midnight; equal times mean the row covers the whole day.
      * OC-xxx-CHANNEL: 'P' = pager, 'S' = SMS, 'E' = e-mail,
      * 'V' = voice call. The backup is called when the primary's
      * notification goes unacknowledged.
      * Shared by ALRTPAGE.
      ******************************************************************
       01  ONCALL-REC.
           02 OC-REGION       PIC X(2).
           02 OC-ALERT-CODE   PIC X(8).
           02 OC-SEVERITY     PIC X(1).
           02 OC-SHIFT-START  PIC 9(4).
           02 OC-SHIFT-END    PIC 9(4).
           02 OC-PRI-CONTACT  PIC X(8).
           02 OC-PRI-CHANNEL  PIC X(1).
           02 OC-PRI-ADDRESS  PIC X(40).
           02 OC-BKP-CONTACT  PIC X(8).
           02 OC-BKP-CHANNEL  PIC X(1).
           02 OC-BKP-ADDRESS  PIC X(40).
           02 OC-RESERVED     PIC X(10).
