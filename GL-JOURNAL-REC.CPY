      *****************************************************
      *  GL-JOURNAL-REC
      *  FIXED 80-BYTE RECORD FOR THE GENERAL-LEDGER JOURNAL
      *  INTERFACE FILE (GL-JRNL-YYYYMM-YYYYMMDD-HHMMSS.DAT,
      *  REVERSALS IN GL-JREV-YYYYMM-YYYYMMDD-HHMMSS.DAT)
      *  BUILT BY CHGBACK.  ONE HEADER,
      *  ONE DEBIT LINE PER COST CENTER, ONE OFFSETTING
      *  CREDIT TO THE IT RECOVERY ACCOUNT, ONE TRAILER.
      *  HEADER AND TRAILER CARRY THE SAME PERIOD, DETAIL
      *  LINE COUNT AND DEBIT / CREDIT TOTALS; THE TOTALS
      *  MUST BE EQUAL FOR THE FILE TO BE SENT.
      *****************************************************
       01 GL-JOURNAL-REC.
           05 GJ-REC-TYPE         PIC X.
               88 GJ-HEADER           VALUE "H".
               88 GJ-DETAIL           VALUE "D".
               88 GJ-TRAILER          VALUE "T".
           05 GJ-PERIOD           PIC 9(6).
           05 GJ-DATA             PIC X(73).
           05 GJ-HEADER-DATA REDEFINES GJ-DATA.
               10 GJ-HD-ENTRY-TYPE    PIC X.
                   88 GJ-POSTING          VALUE "P".
                   88 GJ-REVERSAL         VALUE "R".
               10 GJ-HD-RUN-DATE      PIC 9(8).
               10 GJ-HD-LINE-COUNT    PIC 9(6).
               10 GJ-HD-DR-TOTAL      PIC 9(11)V99.
               10 GJ-HD-CR-TOTAL      PIC 9(11)V99.
               10 FILLER              PIC X(32).
           05 GJ-DETAIL-DATA REDEFINES GJ-DATA.
               10 GJ-DT-ACCOUNT       PIC X(10).
               10 GJ-DT-DR-CR         PIC X.
                   88 GJ-DEBIT            VALUE "D".
                   88 GJ-CREDIT           VALUE "C".
               10 GJ-DT-AMOUNT        PIC 9(11)V99.
               10 GJ-DT-SESSIONS      PIC 9(6).
               10 GJ-DT-DESC          PIC X(30).
               10 FILLER              PIC X(13).
           05 GJ-TRAILER-DATA REDEFINES GJ-DATA.
               10 GJ-TR-LINE-COUNT    PIC 9(6).
               10 GJ-TR-DR-TOTAL      PIC 9(11)V99.
               10 GJ-TR-CR-TOTAL      PIC 9(11)V99.
               10 FILLER              PIC X(41).
