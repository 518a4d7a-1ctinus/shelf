      *****************************************************
      *  DORMANCY-REC
      *  SHARED RECORD LAYOUT FOR THE OPERATOR DORMANCY
      *  CONTROL FILE (DORMANCY-CTL.DAT, LINE SEQUENTIAL,
      *  ONE RECORD).  SET THROUGH OPMNT, READ BY OPRECERT
      *  FOR THE RECERTIFICATION REPORT AND BY THE NIGHTLY
      *  OPDORM STEP.  AN OPERATOR WITH NO SIGN-ON IN MORE
      *  THAN DM-LIMIT-DAYS IS DORMANT.  WHEN THE FILE DOES
      *  NOT EXIST THE LIMIT IS 90 DAYS.
      *****************************************************
       01 DORMANCY-REC.
           05 DM-LIMIT-DAYS       PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 DM-SET-DATE         PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DM-SET-OPER         PIC X(8).
