      *****************************************************
      *  BATCH-HIST-REC
      *  SHARED RECORD LAYOUT FOR THE MATH BATCH HISTORY
      *  LEDGER (BATCH-HIST.DAT, LINE SEQUENTIAL, NEVER
      *  PURGED).  ONE RECORD IS APPENDED BY MATH FOR EVERY
      *  BATCH IT COMPLETES; BH-REC-COUNT AND BH-HASH-TOTAL
      *  ARE THE VALUES FROM THE MATH-TRANS.DAT HEADER.  MATH
      *  REFUSES A BATCH WHOSE HEADER COUNT AND HASH ARE
      *  ALREADY ON THE LEDGER FROM A BATCH THAT BALANCED
      *  UNLESS A SUPERVISOR FORCES IT (BH-FORCE-OPER).
      *  LISTED BY DATE RANGE WITH MATHHIST.
      *****************************************************
       01 BATCH-HIST-REC.
           05 BH-BUS-DATE         PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-RUN-TIME         PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-REC-COUNT        PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-HASH-TOTAL       PIC 9(15).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-GRAND-TOTAL      PIC S9(13)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X VALUE SPACE.
           05 BH-REJECT-COUNT     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-OPERATOR         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 BH-BALANCE          PIC X.
               88 BH-IN-BALANCE       VALUE "B".
               88 BH-OUT-OF-BALANCE   VALUE "O".
           05 FILLER              PIC X VALUE SPACE.
           05 BH-FORCE-OPER       PIC X(8).
