       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINT-JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MNTRPT-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-JOURNAL.
       01 MAINT-JOURNAL-RECORD PIC X(190).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOURNAL-REC.
       COPY BUSDATE-PARMS.

       01 WS-JRNL-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UPDATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RETIRE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DISABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REACT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND PIC X VALUE "N".
           88 FILE-SLOT-FOUND VALUE "Y".
      *****************************************************
      *  THE DAY'S JOURNAL ENTRIES ARE HELD IN ARRIVAL ORDER
      *  AND PRINTED ONE FILE AT A TIME, FILES IN THE ORDER
      *  THEY WERE FIRST CHANGED.
      *****************************************************
       01 WS-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-DROPPED PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-TABLE.
           05 WS-JE-ENTRY OCCURS 500 TIMES INDEXED BY JE-IDX.
               10 WS-JE-FILE      PIC X(16).
               10 WS-JE-TIME      PIC 9(6).
               10 WS-JE-OPERATOR  PIC X(8).
               10 WS-JE-PROGRAM   PIC X(8).
               10 WS-JE-ACTION    PIC X(8).
               10 WS-JE-KEY       PIC X(8).
               10 WS-JE-BEFORE    PIC X(60).
               10 WS-JE-AFTER     PIC X(60).
       01 WS-FILE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 20 TIMES INDEXED BY FT-IDX.
               10 WS-FT-FILE      PIC X(16).
               10 WS-FT-CHANGES   PIC 9(4).
       01 WS-FILE-HEADING.
           05 FILLER          PIC X(9) VALUE "-- FILE: ".
           05 WS-FH-FILE      PIC X(16).
           05 FILLER          PIC X(3) VALUE " --".
       01 WS-DETAIL-LINE.
           05 WS-DL-TIME      PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-OPERATOR  PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-PROGRAM   PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-ACTION    PIC X(8).
           05 FILLER          PIC X(5) VALUE " KEY ".
           05 WS-DL-KEY       PIC X(8).
       01 WS-IMAGE-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-IL-LABEL     PIC X(8).
           05 WS-IL-IMAGE     PIC X(60).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-REPORT.
           PERFORM 1000-READ-JOURNAL.
           PERFORM 2000-PRINT-BY-FILE.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 4000-PRINT-SIGN-OFF.
           CLOSE REPORT-FILE.
           STOP RUN.

       0100-INIT-REPORT.
           DISPLAY "CHANGE REPORT DATE (YYYYMMDD, 0 = TODAY)? "
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE IS NOT NUMERIC
                   OR WS-REPORT-DATE = ZERO
               SET BD-GET TO TRUE
               CALL "GETBDATE" USING BUSDATE-PARMS
               IF BD-OK
                   MOVE BD-BUS-DATE TO WS-REPORT-DATE
               ELSE
                   ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "========== DAILY MASTER FILE CHANGE REPORT =========="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BUSINESS DATE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       1000-READ-JOURNAL.
           OPEN INPUT MAINT-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "NO CHANGE JOURNAL FOUND."
           ELSE
               PERFORM UNTIL END-OF-JOURNAL
                   READ MAINT-JOURNAL INTO JOURNAL-REC
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           IF MJ-DATE = WS-REPORT-DATE
                               PERFORM 1100-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL
           END-IF.

       1100-HOLD-ENTRY.
           ADD 1 TO WS-CHANGE-COUNT.
           EVALUATE TRUE
               WHEN MJ-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN MJ-CHANGE
                   ADD 1 TO WS-UPDATE-COUNT
               WHEN MJ-RETIRE
                   ADD 1 TO WS-RETIRE-COUNT
               WHEN MJ-DISABLE
                   ADD 1 TO WS-DISABLE-COUNT
               WHEN MJ-REACTIVATE
                   ADD 1 TO WS-REACT-COUNT
           END-EVALUATE.
           IF WS-ENTRY-COUNT < 500
               ADD 1 TO WS-ENTRY-COUNT
               SET JE-IDX TO WS-ENTRY-COUNT
               MOVE MJ-FILE TO WS-JE-FILE(JE-IDX)
               MOVE MJ-TIME TO WS-JE-TIME(JE-IDX)
               MOVE MJ-OPERATOR TO WS-JE-OPERATOR(JE-IDX)
               MOVE MJ-PROGRAM TO WS-JE-PROGRAM(JE-IDX)
               MOVE MJ-ACTION TO WS-JE-ACTION(JE-IDX)
               MOVE MJ-KEY TO WS-JE-KEY(JE-IDX)
               MOVE MJ-BEFORE TO WS-JE-BEFORE(JE-IDX)
               MOVE MJ-AFTER TO WS-JE-AFTER(JE-IDX)
               PERFORM 1200-NOTE-FILE
           ELSE
               ADD 1 TO WS-ENTRY-DROPPED
           END-IF.

       1200-NOTE-FILE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FILE-COUNT OR FILE-SLOT-FOUND
               IF WS-FT-FILE(FT-IDX) = MJ-FILE
                   ADD 1 TO WS-FT-CHANGES(FT-IDX)
                   SET FILE-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT FILE-SLOT-FOUND
               IF WS-FILE-COUNT < 20
                   ADD 1 TO WS-FILE-COUNT
                   SET FT-IDX TO WS-FILE-COUNT
                   MOVE MJ-FILE TO WS-FT-FILE(FT-IDX)
                   MOVE 1 TO WS-FT-CHANGES(FT-IDX)
               ELSE
                   DISPLAY "FILE TABLE LIMIT REACHED, " MJ-FILE
                       " NOT LISTED."
               END-IF
           END-IF.

       2000-PRINT-BY-FILE.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FILE-COUNT
               MOVE WS-FT-FILE(FT-IDX) TO WS-FH-FILE
               WRITE REPORT-RECORD FROM WS-FILE-HEADING
               DISPLAY WS-FILE-HEADING
               PERFORM VARYING JE-IDX FROM 1 BY 1
                       UNTIL JE-IDX > WS-ENTRY-COUNT
                   IF WS-JE-FILE(JE-IDX) = WS-FT-FILE(FT-IDX)
                       PERFORM 2100-PRINT-ENTRY
                   END-IF
               END-PERFORM
               MOVE "CHANGES TO FILE ............. " TO WS-CL-LABEL
               MOVE WS-FT-CHANGES(FT-IDX) TO WS-CL-COUNT
               WRITE REPORT-RECORD FROM WS-COUNT-LINE
               DISPLAY WS-COUNT-LINE
           END-PERFORM.
           IF WS-ENTRY-DROPPED > ZERO
               DISPLAY "TABLE LIMIT REACHED, CHANGES NOT LISTED: "
                   WS-ENTRY-DROPPED
           END-IF.

       2100-PRINT-ENTRY.
           MOVE WS-JE-TIME(JE-IDX) TO WS-DL-TIME.
           MOVE WS-JE-OPERATOR(JE-IDX) TO WS-DL-OPERATOR.
           MOVE WS-JE-PROGRAM(JE-IDX) TO WS-DL-PROGRAM.
           MOVE WS-JE-ACTION(JE-IDX) TO WS-DL-ACTION.
           MOVE WS-JE-KEY(JE-IDX) TO WS-DL-KEY.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE "BEFORE: " TO WS-IL-LABEL.
           MOVE WS-JE-BEFORE(JE-IDX) TO WS-IL-IMAGE.
           WRITE REPORT-RECORD FROM WS-IMAGE-LINE.
           MOVE "AFTER:  " TO WS-IL-LABEL.
           MOVE WS-JE-AFTER(JE-IDX) TO WS-IL-IMAGE.
           WRITE REPORT-RECORD FROM WS-IMAGE-LINE.

       3000-PRINT-TOTALS.
           MOVE "--------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CHANGES JOURNALED ........... " TO WS-CL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "ADDS ........................ " TO WS-CL-LABEL.
           MOVE WS-ADD-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "CHANGES ..................... " TO WS-CL-LABEL.
           MOVE WS-UPDATE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "RETIREMENTS ................. " TO WS-CL-LABEL.
           MOVE WS-RETIRE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DISABLES .................... " TO WS-CL-LABEL.
           MOVE WS-DISABLE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "REACTIVATIONS ............... " TO WS-CL-LABEL.
           MOVE WS-REACT-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.

       4000-PRINT-SIGN-OFF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "REVIEWED BY SUPERVISOR: ______________________________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SIGNATURE: _________________________  DATE: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
