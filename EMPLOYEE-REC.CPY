      *  EMPLOYEE-REC
      *  SHARED RECORD LAYOUT FOR THE EMPLOYEE MASTER FILE
      *  (EMP-MASTER.DAT, INDEXED BY EM-EMP-ID).  MAINTAINED
      *  BY EMPMNT AND BY THE NIGHTLY HR FEED (HRFEED), READ
      *  BY LINUX FOR PROVISIONING LOOKUPS.
      *****************************************************
       01 EMPLOYEE-REC.
           05 EM-EMP-ID           PIC X(6).
