       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINT-JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-JOURNAL.
       01 MAINT-JOURNAL-RECORD PIC X(190).

       WORKING-STORAGE SECTION.
       COPY JOURNAL-REC.
       COPY BUSDATE-PARMS.

       01 WS-JRNL-STATUS PIC X(2) VALUE SPACES.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).

       LINKAGE SECTION.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION USING JOURNAL-PARMS.
       0000-MAIN.
           SET JP-NOT-WRITTEN TO TRUE.
           PERFORM 1000-BUILD-RECORD.
           PERFORM 2000-WRITE-JOURNAL.
           GOBACK.

       1000-BUILD-RECORD.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-STAMP-DATE
           ELSE
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE JP-OPERATOR TO MJ-OPERATOR.
           MOVE JP-PROGRAM TO MJ-PROGRAM.
           MOVE WS-STAMP-DATE TO MJ-DATE.
           MOVE WS-STAMP-TIME(1:6) TO MJ-TIME.
           MOVE JP-FILE TO MJ-FILE.
           MOVE JP-ACTION TO MJ-ACTION.
           MOVE JP-KEY TO MJ-KEY.
           MOVE JP-BEFORE TO MJ-BEFORE.
           MOVE JP-AFTER TO MJ-AFTER.

       2000-WRITE-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL.
           IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CHANGE JOURNAL NOT AVAILABLE, STATUS "
                   WS-JRNL-STATUS
           ELSE
               WRITE MAINT-JOURNAL-RECORD FROM JOURNAL-REC
               IF WS-JRNL-STATUS = "00"
                   SET JP-WRITTEN TO TRUE
               END-IF
               CLOSE MAINT-JOURNAL
           END-IF.
