      *  SIGNON AT EVERY SIGN-ON AND SIGN-OFF, READ BY
      *  AUDRPT FOR THE DAILY AUDIT REPORT.  AU-SESSION TIES
      *  A SIGN-ON TO ITS MATCHING SIGN-OFF; IT IS ZERO ON
      *  REFUSED SIGN-ONS.  THE NIGHTLY OPDORM STEP ALSO
      *  WRITES A DISABLED RECORD (STATUS DORM) FOR EACH
      *  DORMANT OPERATOR IT DISABLES.
      *****************************************************
       01 AUDIT-REC.
           05 AU-OPERATOR         PIC X(8).
               88 AU-RUN-START        VALUE "STARTED".
               88 AU-RUN-STOP         VALUE "STOPPED".
               88 AU-RUN-REFUSED      VALUE "REFUSED".
               88 AU-OPER-DISABLED    VALUE "DISABLED".
           05 FILLER              PIC X VALUE SPACE.
           05 AU-STATUS           PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
