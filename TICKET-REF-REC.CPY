      *****************************************************
      *  TICKET-REF-REC
      *  SHARED RECORD LAYOUT FOR THE SERVICE-DESK TICKET
      *  REFERENCE FILE (TICKET-REF.DAT, INDEXED BY
      *  TK-TICKET-NO).  LOADED NIGHTLY BY TKTLOAD FROM THE
      *  SERVICE DESK'S OPEN PROVISIONING-TICKET FEED; A
      *  TICKET THAT DROPS OFF THE FEED IS MARKED CLOSED.
      *  LINUX REFUSES A TICKET THAT IS NOT ON THIS FILE, IS
      *  CLOSED, BELONGS TO ANOTHER EMPLOYEE OR HAS ALREADY
      *  BEEN PROVISIONED, AND MARKS IT PROVISIONED WHEN IT
      *  LOGS THE RECOMMENDATION (OVRAPPR DOES THE SAME ON
      *  APPROVING AN OVERRIDE).  TKTUNWK LISTS OPEN TICKETS
      *  THAT HAVE NOT BEEN PROVISIONED.
      *****************************************************
       01 TICKET-REF-REC.
           05 TK-TICKET-NO        PIC X(8).
           05 TK-EMP-ID           PIC X(6).
           05 TK-OPEN-DATE        PIC 9(8).
           05 TK-SUMMARY          PIC X(30).
           05 TK-STATE            PIC X.
               88 TK-OPEN             VALUE "O".
               88 TK-CLOSED           VALUE "C".
           05 TK-SEEN-DATE        PIC 9(8).
           05 TK-CLOSE-DATE       PIC 9(8).
           05 TK-USED             PIC X.
               88 TK-PROVISIONED      VALUE "Y".
               88 TK-NOT-PROVISIONED  VALUE "N".
           05 TK-USED-DATE        PIC 9(8).
           05 TK-USED-OPER        PIC X(8).
