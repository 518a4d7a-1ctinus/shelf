      *****************************************************
      *  GL-PERIOD-REC
      *  SHARED RECORD LAYOUT FOR THE GL PERIOD CONTROL FILE
      *  (GL-PERIOD-CTL.DAT, INDEXED BY GP-PERIOD).  CHGBACK
      *  WRITES ONE RECORD WHEN A PERIOD'S JOURNAL IS SENT;
      *  A POSTED PERIOD IS LOCKED AGAINST A SECOND JOURNAL
      *  UNTIL IT IS DELIBERATELY REVERSED, AFTER WHICH A
      *  CORRECTED JOURNAL MAY BE SENT.  GP-POST-DATE AND
      *  GP-POST-TIME NAME THE POSTED JOURNAL FILE.
      *****************************************************
       01 GL-PERIOD-REC.
           05 GP-PERIOD           PIC 9(6).
           05 GP-STATE            PIC X.
               88 GP-POSTED           VALUE "P".
               88 GP-REVERSED         VALUE "R".
           05 GP-POST-DATE        PIC 9(8).
           05 GP-LINE-COUNT       PIC 9(6).
           05 GP-DR-TOTAL         PIC 9(11)V99.
           05 GP-CR-TOTAL         PIC 9(11)V99.
           05 GP-REVERSE-DATE     PIC 9(8).
           05 GP-POST-TIME        PIC 9(6).
