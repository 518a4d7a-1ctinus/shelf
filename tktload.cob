       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SD-TICKETS ASSIGN TO "SD-OPEN-TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SD-STATUS.
           SELECT TICKET-REF ASSIGN TO "TICKET-REF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TK-TICKET-NO
               FILE STATUS WS-TKT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TKTLOAD-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SD-TICKETS.
       01 SD-TICKETS-RECORD PIC X(55).

       FD TICKET-REF.
       COPY TICKET-REF-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BUSDATE-PARMS.

       01 WS-SD-STATUS PIC X(2) VALUE SPACES.
       01 WS-TKT-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FEED VALUE "Y".
       01 WS-REF-EOF PIC X VALUE "N".
           88 END-OF-REFERENCE VALUE "Y".
       01 WS-FEED-LOADED PIC X VALUE "N".
           88 FEED-WAS-LOADED VALUE "Y".
       01 WS-JOB-STATE PIC X VALUE "O".
           88 FEED-JOB-OK VALUE "O".
           88 FEED-JOB-FAILED VALUE "F".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-MV-COMMAND PIC X(60) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
           88 TICKET-PASSED VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(10) VALUE SPACES.
       01 WS-OPEN-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT PIC 9(8) VALUE ZERO.
      *****************************************************
      *  SD-OPEN-TICKETS.DAT: THE SERVICE DESK'S LIST OF
      *  OPEN LINUX WORKSTATION PROVISIONING TICKETS, ONE PER
      *  LINE, SENT WHOLE EVERY DAY.  A TICKET ON THE
      *  REFERENCE FILE THAT IS NOT ON THE FEED HAS BEEN
      *  CLOSED AT THE DESK.  A FEED WITH NO USABLE TICKETS
      *  CLOSES NOTHING, SO A BAD FILE CANNOT EMPTY THE
      *  REFERENCE FILE.
      *****************************************************
       01 WS-SD-LINE.
           05 SD-TICKET-NO         PIC X(8).
           05 FILLER               PIC X.
           05 SD-EMP-ID            PIC X(6).
           05 FILLER               PIC X.
           05 SD-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 SD-SUMMARY           PIC X(30).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REOPEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXC-HELD PIC 9(3) VALUE ZERO.
       01 WS-EXC-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-EXC-TABLE.
           05 WS-XT-ENTRY OCCURS 500 TIMES INDEXED BY XT-IDX.
               10 WS-XT-IMAGE      PIC X(55).
               10 WS-XT-REASON     PIC X(30).
       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION    PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-OPEN-DATE PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-SUMMARY   PIC X(30).
       01 WS-EXCEPTION-LINE.
           05 WS-XL-IMAGE     PIC X(55).
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
               PERFORM 2000-CLOSE-MISSING
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
           OPEN INPUT SD-TICKETS.
           IF WS-SD-STATUS NOT = "00"
               DISPLAY "NO SERVICE DESK FEED SD-OPEN-TICKETS.DAT "
                   "TONIGHT."
           ELSE
               OPEN I-O TICKET-REF
               IF WS-TKT-STATUS = "35"
                   OPEN OUTPUT TICKET-REF
                   CLOSE TICKET-REF
                   OPEN I-O TICKET-REF
               END-IF
               IF WS-TKT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TICKET-REF.DAT, STATUS "
                       WS-TKT-STATUS
                   CLOSE SD-TICKETS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "===== SERVICE DESK TICKET LOAD FOR "
                   WS-RUN-DATE " ====="
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "-- SECTION 1: TICKETS ADDED OR CHANGED --"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET FEED-WAS-LOADED TO TRUE
           END-IF.

       1000-APPLY-FEED.
           PERFORM UNTIL END-OF-FEED
               READ SD-TICKETS INTO WS-SD-LINE
                   AT END
                       SET END-OF-FEED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-APPLY-ONE-TICKET
               END-READ
           END-PERFORM.
           CLOSE SD-TICKETS.

       1100-APPLY-ONE-TICKET.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-ACTION-TEXT.
           EVALUATE TRUE
               WHEN SD-TICKET-NO = SPACES
                   MOVE "TICKET NUMBER MISSING" TO WS-REASON
               WHEN FUNCTION TRIM(SD-TICKET-NO) IS NOT NUMERIC
                   MOVE "TICKET NUMBER NOT NUMERIC" TO WS-REASON
               WHEN SD-EMP-ID = SPACES
                   MOVE "EMPLOYEE ID MISSING" TO WS-REASON
               WHEN SD-OPEN-DATE IS NOT NUMERIC
                   MOVE "OPEN DATE NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   PERFORM 1150-CHECK-OPEN-DATE
           END-EVALUATE.
           IF TICKET-PASSED
               PERFORM 1200-STORE-TICKET
           END-IF.
           IF TICKET-PASSED
               IF WS-ACTION-TEXT NOT = SPACES
                   PERFORM 1800-WRITE-APPLIED-LINE
               END-IF
           ELSE
               PERFORM 1850-SAVE-EXCEPTION
           END-IF.

       1150-CHECK-OPEN-DATE.
           MOVE SD-OPEN-DATE TO WS-OPEN-DATE.
           MOVE ZERO TO WS-DATE-INT.
           IF WS-OPEN-DATE NOT = ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE)
               END-COMPUTE
           END-IF.
           IF WS-DATE-INT = ZERO
               MOVE "OPEN DATE NOT A REAL DATE" TO WS-REASON
           END-IF.

       1200-STORE-TICKET.
           MOVE SD-TICKET-NO TO TK-TICKET-NO.
           READ TICKET-REF
               INVALID KEY
                   PERFORM 1300-ADD-TICKET
               NOT INVALID KEY
                   PERFORM 1400-UPDATE-TICKET
           END-READ.

       1300-ADD-TICKET.
           MOVE SD-TICKET-NO TO TK-TICKET-NO.
           MOVE SD-EMP-ID TO TK-EMP-ID.
           MOVE SD-OPEN-DATE TO TK-OPEN-DATE.
           MOVE SD-SUMMARY TO TK-SUMMARY.
           SET TK-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO TK-SEEN-DATE.
           MOVE ZERO TO TK-CLOSE-DATE.
           SET TK-NOT-PROVISIONED TO TRUE.
           MOVE ZERO TO TK-USED-DATE.
           MOVE SPACES TO TK-USED-OPER.
           WRITE TICKET-REF-REC
               INVALID KEY
                   MOVE "TICKET REFERENCE WRITE FAILED" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED" TO WS-ACTION-TEXT
           END-WRITE.

       1400-UPDATE-TICKET.
           EVALUATE TRUE
               WHEN TK-CLOSED
                   MOVE "REOPENED" TO WS-ACTION-TEXT
               WHEN TK-EMP-ID NOT = SD-EMP-ID
                   MOVE "EMP CHANGED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SD-EMP-ID TO TK-EMP-ID.
           MOVE SD-OPEN-DATE TO TK-OPEN-DATE.
           MOVE SD-SUMMARY TO TK-SUMMARY.
           SET TK-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO TK-SEEN-DATE.
           MOVE ZERO TO TK-CLOSE-DATE.
           REWRITE TICKET-REF-REC
               INVALID KEY
                   MOVE "TICKET REFERENCE REWRITE FAILED"
                       TO WS-REASON
                   MOVE SPACES TO WS-ACTION-TEXT
               NOT INVALID KEY
                   EVALUATE WS-ACTION-TEXT
                       WHEN "REOPENED"
                           ADD 1 TO WS-REOPEN-COUNT
                       WHEN "EMP CHANGED"
                           ADD 1 TO WS-CHANGE-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-CARRIED-COUNT
                   END-EVALUATE
           END-REWRITE.

       1800-WRITE-APPLIED-LINE.
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION.
           MOVE TK-TICKET-NO TO WS-DL-TICKET.
           MOVE TK-EMP-ID TO WS-DL-EMP.
           MOVE TK-OPEN-DATE TO WS-DL-OPEN-DATE.
           MOVE TK-SUMMARY TO WS-DL-SUMMARY.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

      *****************************************************
      *  EXCEPTIONS ARE HELD IN A TABLE WHILE THE FEED IS
      *  APPLIED SO THE REPORT LISTS THEM TOGETHER AFTER THE
      *  CLOSED TICKETS.
      *****************************************************
       1850-SAVE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-EXC-HELD < 500
               ADD 1 TO WS-EXC-HELD
               SET XT-IDX TO WS-EXC-HELD
               MOVE WS-SD-LINE TO WS-XT-IMAGE(XT-IDX)
               MOVE WS-REASON TO WS-XT-REASON(XT-IDX)
           ELSE
               ADD 1 TO WS-EXC-DROPPED
           END-IF.
           DISPLAY "TICKET FEED EXCEPTION: " SD-TICKET-NO " "
               SD-EMP-ID " " WS-REASON.

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

       2000-CLOSE-MISSING.
           MOVE "-- SECTION 2: TICKETS CLOSED AT THE SERVICE DESK --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           COMPUTE WS-CHECK-COUNT = WS-ADD-COUNT + WS-REOPEN-COUNT
               + WS-CHANGE-COUNT + WS-CARRIED-COUNT.
           IF WS-CHECK-COUNT = ZERO
               DISPLAY "FEED CARRIED NO USABLE TICKETS, NO TICKETS "
                   "CLOSED."
               MOVE "FEED CARRIED NO USABLE TICKETS, NONE CLOSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE "N" TO WS-REF-EOF
               MOVE LOW-VALUES TO TK-TICKET-NO
               START TICKET-REF KEY NOT < TK-TICKET-NO
                   INVALID KEY
                       SET END-OF-REFERENCE TO TRUE
               END-START
               PERFORM UNTIL END-OF-REFERENCE
                   READ TICKET-REF NEXT
                       AT END
                           SET END-OF-REFERENCE TO TRUE
                       NOT AT END
                           IF TK-OPEN AND TK-SEEN-DATE < WS-RUN-DATE
                               PERFORM 2100-CLOSE-TICKET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "-- SECTION 3: EXCEPTIONS, NOT LOADED --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 1900-LIST-EXCEPTIONS.

       2100-CLOSE-TICKET.
           SET TK-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO TK-CLOSE-DATE.
           REWRITE TICKET-REF-REC
               INVALID KEY
                   DISPLAY "TICKET REFERENCE REWRITE FAILED, TICKET "
                       TK-TICKET-NO
                   SET FEED-JOB-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO WS-ACTION-TEXT
                   PERFORM 1800-WRITE-APPLIED-LINE
           END-REWRITE.

       3000-WRAP-UP.
           CLOSE TICKET-REF.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FEED RECORDS READ ........... " TO WS-CL-LABEL.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TICKETS ADDED ............... " TO WS-CL-LABEL.
           MOVE WS-ADD-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TICKETS REOPENED ............ " TO WS-CL-LABEL.
           MOVE WS-REOPEN-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "EMPLOYEE CHANGED ............ " TO WS-CL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "CARRIED UNCHANGED ........... " TO WS-CL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "FEED EXCEPTIONS ............. " TO WS-CL-LABEL.
           COMPUTE WS-CL-COUNT = WS-EXC-HELD + WS-EXC-DROPPED.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TICKETS CLOSED .............. " TO WS-CL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           COMPUTE WS-CHECK-COUNT = WS-ADD-COUNT + WS-REOPEN-COUNT
               + WS-CHANGE-COUNT + WS-CARRIED-COUNT
               + WS-EXC-HELD + WS-EXC-DROPPED.
           IF WS-CHECK-COUNT = WS-READ-COUNT
               MOVE "LOADED PLUS EXCEPTIONS TIE TO RECORDS READ"
                   TO REPORT-RECORD
           ELSE
               MOVE "*** LOADED PLUS EXCEPTIONS DO NOT TIE ***"
                   TO REPORT-RECORD
               DISPLAY "*** LOADED PLUS EXCEPTIONS DO NOT TIE ***"
               SET FEED-JOB-FAILED TO TRUE
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       4000-RETIRE-FEED.
           IF FEED-JOB-OK
               MOVE SPACES TO WS-MV-COMMAND
               STRING "mv SD-OPEN-TICKETS.DAT SD-OPEN-TICKETS-"
                   WS-RUN-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-MV-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-MV-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: COULD NOT RETIRE SD-OPEN-TICKETS"
                       ".DAT, RC=" RETURN-CODE
                   SET FEED-JOB-FAILED TO TRUE
               END-IF
           END-IF.
