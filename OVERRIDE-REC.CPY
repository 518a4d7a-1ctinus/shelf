      *****************************************************
      *  OVERRIDE-REC
      *  SHARED RECORD LAYOUT FOR THE TIER-OVERRIDE APPROVAL
      *  QUEUE (OVERRIDE-PEND.DAT, INDEXED BY OV-TICKET-NO).
      *  WRITTEN BY LINUX WHEN AN OPERATOR ASKS TO BYPASS THE
      *  SUPPORT-TIER ENTITLEMENT CHECK; NOTHING IS LOGGED OR
      *  EXTRACTED UNTIL A SUPERVISOR APPROVES THE REQUEST IN
      *  OVRAPPR.  NO SUPERVISOR MAY DECIDE A REQUEST RAISED
      *  UNDER THEIR OWN OPERATOR ID.  A DENIED REQUEST STAYS
      *  ON FILE (AND ON THE OVRAPPR EXCEPTION LIST) UNTIL
      *  THE TICKET IS REWORKED IN LINUX, WHICH MARKS IT
      *  REWORKED.
      *****************************************************
       01 OVERRIDE-REC.
           05 OV-TICKET-NO        PIC X(8).
           05 OV-EMP-ID           PIC X(6).
           05 OV-REQ-DATE         PIC 9(8).
           05 OV-REQ-TIME         PIC 9(6).
           05 OV-RAW-INP          PIC 9(2).
           05 OV-DISTRO-NAME      PIC X(20).
           05 OV-DEPT             PIC X(4).
           05 OV-TIER             PIC X.
           05 OV-REQ-OPER         PIC X(8).
           05 OV-STATE            PIC X.
               88 OV-PENDING          VALUE "P".
               88 OV-APPROVED         VALUE "A".
               88 OV-DENIED           VALUE "D".
               88 OV-REWORKED         VALUE "W".
           05 OV-DECIDE-OPER      PIC X(8).
           05 OV-DECIDE-DATE      PIC 9(8).
           05 OV-REASON           PIC X(30).
