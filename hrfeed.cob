       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-CHANGES ASSIGN TO "HR-CHANGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HR-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY EM-EMP-ID
               FILE STATUS WS-EMP-STATUS.
           SELECT DEPT-ENTITLE ASSIGN TO "DEPT-ENTITLE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY EN-DEPT
               FILE STATUS WS-ENT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HRFEED-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HR-CHANGES.
       01 HR-CHANGES-RECORD PIC X(46).

       FD EMP-MASTER.
       COPY EMPLOYEE-REC.

       FD DEPT-ENTITLE.
       COPY ENTITLE-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BUSDATE-PARMS.
       COPY JOURNAL-PARMS.

       01 WS-HR-STATUS PIC X(2) VALUE SPACES.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
       01 WS-ENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FEED VALUE "Y".
       01 WS-FEED-LOADED PIC X VALUE "N".
           88 FEED-WAS-LOADED VALUE "Y".
       01 WS-JOB-STATE PIC X VALUE "O".
           88 FEED-JOB-OK VALUE "O".
           88 FEED-JOB-FAILED VALUE "F".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-MV-COMMAND PIC X(60) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
           88 CHANGE-PASSED VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(10) VALUE SPACES.
      *****************************************************
      *  HR-CHANGES.DAT: ONE CHANGE PER LINE FROM THE HR
      *  SYSTEM.  H = NEW HIRE (ALL FIELDS REQUIRED),
      *  C = CHANGE (ONLY THE NON-BLANK NAME / DEPT / COST
      *  CENTER FIELDS ARE APPLIED), T = TERMINATION.  A
      *  CHANGE THAT FAILS A CHECK IS LEFT OFF THE MASTER
      *  AND LISTED AS AN EXCEPTION; THE REST OF THE FEED
      *  STILL APPLIES.
      *****************************************************
       01 WS-HR-LINE.
           05 HC-CODE              PIC X.
               88 HC-HIRE              VALUE "H".
               88 HC-CHANGE            VALUE "C".
               88 HC-TERMINATE         VALUE "T".
           05 FILLER               PIC X.
           05 HC-EMP-ID            PIC X(6).
           05 FILLER               PIC X.
           05 HC-NAME              PIC X(25).
           05 FILLER               PIC X.
           05 HC-DEPT              PIC X(4).
           05 FILLER               PIC X.
           05 HC-COST-CTR          PIC X(6).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HIRE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TERM-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXC-HELD PIC 9(3) VALUE ZERO.
       01 WS-EXC-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-EXC-TABLE.
           05 WS-XT-ENTRY OCCURS 500 TIMES INDEXED BY XT-IDX.
               10 WS-XT-IMAGE      PIC X(46).
               10 WS-XT-REASON     PIC X(30).
       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION    PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-NAME      PIC X(25).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DEPT      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-COST-CTR  PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-STATUS    PIC X.
       01 WS-EXCEPTION-LINE.
           05 WS-XL-IMAGE     PIC X(46).
           05 FILLER          PIC X(3) VALUE " : ".
           05 WS-XL-REASON    PIC X(30).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-FEED.
           IF FEED-WAS-LOADED
               PERFORM 1000-APPLY-FEED
               PERFORM 3000-WRAP-UP
               PERFORM 4000-RETIRE-FEED
           END-IF.
           IF FEED-JOB-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO OR NOT FEED-WAS-LOADED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       0100-INIT-FEED.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT HR-CHANGES.
           IF WS-HR-STATUS NOT = "00"
               DISPLAY "NO HR FEED FILE HR-CHANGES.DAT TONIGHT."
           ELSE
               OPEN I-O EMP-MASTER
               IF WS-EMP-STATUS = "35"
                   OPEN OUTPUT EMP-MASTER
                   CLOSE EMP-MASTER
                   OPEN I-O EMP-MASTER
               END-IF
               IF WS-EMP-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN EMP-MASTER.DAT, STATUS "
                       WS-EMP-STATUS
                   CLOSE HR-CHANGES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT DEPT-ENTITLE
               IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "ENTITLEMENT FILE NOT AVAILABLE, STATUS "
                       WS-ENT-STATUS
                   DISPLAY "HR FEED NOT APPLIED, RERUN ONCE "
                       "DEPT-ENTITLE.DAT IS RESTORED."
                   CLOSE HR-CHANGES
                   CLOSE EMP-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "===== HR FEED TO EMPLOYEE MASTER FOR "
                   WS-RUN-DATE " ====="
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "-- SECTION 1: CHANGES APPLIED --" TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET FEED-WAS-LOADED TO TRUE
           END-IF.

       1000-APPLY-FEED.
           PERFORM UNTIL END-OF-FEED
               READ HR-CHANGES INTO WS-HR-LINE
                   AT END
                       SET END-OF-FEED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-APPLY-ONE-CHANGE
               END-READ
           END-PERFORM.
           CLOSE HR-CHANGES.
           MOVE "-- SECTION 2: EXCEPTIONS, NOT APPLIED --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 1900-LIST-EXCEPTIONS.

       1100-APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-REASON.
           IF HC-EMP-ID = SPACES
               MOVE "EMPLOYEE ID MISSING" TO WS-REASON
           ELSE
               EVALUATE TRUE
                   WHEN HC-HIRE
                       PERFORM 1200-APPLY-HIRE
                   WHEN HC-CHANGE
                       PERFORM 1300-APPLY-CHANGE
                   WHEN HC-TERMINATE
                       PERFORM 1400-APPLY-TERMINATION
                   WHEN OTHER
                       MOVE "INVALID CHANGE CODE" TO WS-REASON
               END-EVALUATE
           END-IF.
           IF CHANGE-PASSED
               PERFORM 1800-WRITE-APPLIED-LINE
           ELSE
               PERFORM 1850-SAVE-EXCEPTION
           END-IF.

       1200-APPLY-HIRE.
           IF HC-NAME = SPACES OR HC-DEPT = SPACES
                   OR HC-COST-CTR = SPACES
               MOVE "HIRE MISSING NAME/DEPT/CTR" TO WS-REASON
           ELSE
               PERFORM 1500-CHECK-DEPT
           END-IF.
           IF CHANGE-PASSED
               MOVE HC-EMP-ID TO EM-EMP-ID
               MOVE HC-NAME TO EM-NAME
               MOVE HC-DEPT TO EM-DEPT
               MOVE HC-COST-CTR TO EM-COST-CTR
               SET EM-ACTIVE TO TRUE
               WRITE EMPLOYEE-REC
                   INVALID KEY
                       MOVE "DUPLICATE ADD, ID ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-HIRE-COUNT
                       MOVE "HIRED" TO WS-ACTION-TEXT
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 1700-WRITE-JOURNAL
               END-WRITE
           END-IF.

       1300-APPLY-CHANGE.
           IF HC-NAME = SPACES AND HC-DEPT = SPACES
                   AND HC-COST-CTR = SPACES
               MOVE "CHANGE CARRIES NO NEW VALUES" TO WS-REASON
           ELSE
               IF HC-DEPT NOT = SPACES
                   PERFORM 1500-CHECK-DEPT
               END-IF
           END-IF.
           IF CHANGE-PASSED
               MOVE HC-EMP-ID TO EM-EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN EMPLOYEE ID" TO WS-REASON
               END-READ
           END-IF.
           IF CHANGE-PASSED
               MOVE EMPLOYEE-REC TO JP-BEFORE
               IF HC-NAME NOT = SPACES
                   MOVE HC-NAME TO EM-NAME
               END-IF
               IF HC-DEPT NOT = SPACES
                   MOVE HC-DEPT TO EM-DEPT
               END-IF
               IF HC-COST-CTR NOT = SPACES
                   MOVE HC-COST-CTR TO EM-COST-CTR
               END-IF
               REWRITE EMPLOYEE-REC
                   INVALID KEY
                       MOVE "EMPLOYEE MASTER REWRITE FAILED"
                           TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE "CHANGED" TO WS-ACTION-TEXT
                       MOVE "CHANGE" TO JP-ACTION
                       PERFORM 1700-WRITE-JOURNAL
               END-REWRITE
           END-IF.

       1400-APPLY-TERMINATION.
           MOVE HC-EMP-ID TO EM-EMP-ID.
           READ EMP-MASTER
               INVALID KEY
                   MOVE "UNKNOWN EMPLOYEE ID" TO WS-REASON
               NOT INVALID KEY
                   IF EM-TERMINATED
                       MOVE "EMPLOYEE ALREADY TERMINATED"
                           TO WS-REASON
                   END-IF
           END-READ.
           IF CHANGE-PASSED
               MOVE EMPLOYEE-REC TO JP-BEFORE
               SET EM-TERMINATED TO TRUE
               REWRITE EMPLOYEE-REC
                   INVALID KEY
                       MOVE "EMPLOYEE MASTER REWRITE FAILED"
                           TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-TERM-COUNT
                       MOVE "TERMINATED" TO WS-ACTION-TEXT
                       MOVE "DISABLE" TO JP-ACTION
                       PERFORM 1700-WRITE-JOURNAL
               END-REWRITE
           END-IF.

       1500-CHECK-DEPT.
           MOVE HC-DEPT TO EN-DEPT.
           READ DEPT-ENTITLE
               INVALID KEY
                   MOVE "DEPT NOT ON DEPT-ENTITLE" TO WS-REASON
           END-READ.

       1700-WRITE-JOURNAL.
           MOVE "HRFEED" TO JP-OPERATOR.
           MOVE "HRFEED" TO JP-PROGRAM.
           MOVE "EMP-MASTER" TO JP-FILE.
           MOVE EM-EMP-ID TO JP-KEY.
           MOVE EMPLOYEE-REC TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** " WS-ACTION-TEXT " OF " EM-EMP-ID
                   " NOT RECORDED ON THE CHANGE JOURNAL ***"
           END-IF.

       1800-WRITE-APPLIED-LINE.
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION.
           MOVE EM-EMP-ID TO WS-DL-EMP.
           MOVE EM-NAME TO WS-DL-NAME.
           MOVE EM-DEPT TO WS-DL-DEPT.
           MOVE EM-COST-CTR TO WS-DL-COST-CTR.
           MOVE EM-STATUS TO WS-DL-STATUS.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

      *****************************************************
      *  EXCEPTIONS ARE HELD IN A TABLE WHILE THE FEED IS
      *  APPLIED SO THE REPORT LISTS THEM TOGETHER AFTER THE
      *  APPLIED CHANGES.
      *****************************************************
       1850-SAVE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-EXC-HELD < 500
               ADD 1 TO WS-EXC-HELD
               SET XT-IDX TO WS-EXC-HELD
               MOVE WS-HR-LINE TO WS-XT-IMAGE(XT-IDX)
               MOVE WS-REASON TO WS-XT-REASON(XT-IDX)
           ELSE
               ADD 1 TO WS-EXC-DROPPED
           END-IF.
           DISPLAY "HR FEED EXCEPTION: " HC-CODE " " HC-EMP-ID
               " " WS-REASON.

       1900-LIST-EXCEPTIONS.
           PERFORM VARYING XT-IDX FROM 1 BY 1
                   UNTIL XT-IDX > WS-EXC-HELD
               MOVE WS-XT-IMAGE(XT-IDX) TO WS-XL-IMAGE
               MOVE WS-XT-REASON(XT-IDX) TO WS-XL-REASON
               WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-PERFORM.
           IF WS-EXC-DROPPED > ZERO
               DISPLAY "TABLE LIMIT REACHED, EXCEPTIONS NOT LISTED: "
                   WS-EXC-DROPPED
           END-IF.

       3000-WRAP-UP.
           CLOSE EMP-MASTER.
           CLOSE DEPT-ENTITLE.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FEED RECORDS READ ........... " TO WS-CL-LABEL.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "HIRES ADDED ................. " TO WS-CL-LABEL.
           MOVE WS-HIRE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "CHANGES APPLIED ............. " TO WS-CL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TERMINATIONS APPLIED ........ " TO WS-CL-LABEL.
           MOVE WS-TERM-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "EXCEPTIONS .................. " TO WS-CL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           COMPUTE WS-CHECK-COUNT = WS-HIRE-COUNT + WS-CHANGE-COUNT
               + WS-TERM-COUNT + WS-EXCEPTION-COUNT.
           IF WS-CHECK-COUNT = WS-READ-COUNT
               MOVE "APPLIED PLUS EXCEPTIONS TIE TO RECORDS READ"
                   TO REPORT-RECORD
           ELSE
               MOVE "*** APPLIED PLUS EXCEPTIONS DO NOT TIE ***"
                   TO REPORT-RECORD
               DISPLAY "*** APPLIED PLUS EXCEPTIONS DO NOT TIE ***"
               SET FEED-JOB-FAILED TO TRUE
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       4000-RETIRE-FEED.
           IF FEED-JOB-OK
               MOVE SPACES TO WS-MV-COMMAND
               STRING "mv HR-CHANGES.DAT HR-CHANGES-"
                   WS-RUN-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-MV-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-MV-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: COULD NOT RETIRE HR-CHANGES"
                       ".DAT, RC=" RETURN-CODE
                   SET FEED-JOB-FAILED TO TRUE
               END-IF
           END-IF.
