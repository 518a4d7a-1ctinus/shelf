      *****************************************************
      *  JOURNAL-REC
      *  SHARED RECORD LAYOUT FOR THE MASTER-FILE CHANGE
      *  JOURNAL (MAINT-JOURNAL.DAT, LINE SEQUENTIAL).
      *  WRITTEN THROUGH THE MNTJRNL SUBPROGRAM BY EMPMNT,
      *  DISTMNT, ENTMNT, RATEMNT AND OPMNT FOR EVERY ADD,
      *  CHANGE, RETIRE, DISABLE OR REACTIVATE, AND BY THE
      *  NIGHTLY HRFEED AND OPDORM STEPS; READ BY
      *  MNTRPT FOR THE DAILY CHANGE REPORT.  MJ-BEFORE AND
      *  MJ-AFTER HOLD THE RECORD IMAGES AS THEY WERE BEFORE
      *  AND AFTER THE UPDATE (MJ-BEFORE IS BLANK ON AN ADD).
      *  OPMNT MASKS THE PASSWORD IN BOTH IMAGES.
      *****************************************************
       01 JOURNAL-REC.
           05 MJ-OPERATOR         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-PROGRAM          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-DATE             PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-TIME             PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-FILE             PIC X(16).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-ACTION           PIC X(8).
               88 MJ-ADD              VALUE "ADD".
               88 MJ-CHANGE           VALUE "CHANGE".
               88 MJ-RETIRE           VALUE "RETIRE".
               88 MJ-DISABLE          VALUE "DISABLE".
               88 MJ-REACTIVATE       VALUE "REACTIV".
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-KEY              PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-BEFORE           PIC X(60).
           05 FILLER              PIC X VALUE SPACE.
           05 MJ-AFTER            PIC X(60).
