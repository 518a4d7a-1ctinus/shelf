      *****************************************************
      *  JOURNAL-PARMS
      *  PARAMETER AREA FOR THE MNTJRNL SUBPROGRAM, WHICH
      *  OWNS THE MASTER-FILE CHANGE JOURNAL
      *  (MAINT-JOURNAL.DAT).  CALLERS SET THE SIGNED-ON
      *  OPERATOR AND PROGRAM, THE FILE, ACTION AND KEY, AND
      *  THE BEFORE AND AFTER RECORD IMAGES; MNTJRNL STAMPS
      *  THE BUSINESS DATE AND TIME AND SETS JP-RESULT.
      *****************************************************
       01 JOURNAL-PARMS.
           05 JP-OPERATOR         PIC X(8).
           05 JP-PROGRAM          PIC X(8).
           05 JP-FILE             PIC X(16).
           05 JP-ACTION           PIC X(8).
           05 JP-KEY              PIC X(8).
           05 JP-BEFORE           PIC X(60).
           05 JP-AFTER            PIC X(60).
           05 JP-RESULT           PIC X.
               88 JP-WRITTEN          VALUE "Y".
               88 JP-NOT-WRITTEN      VALUE "N".
