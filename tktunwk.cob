       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTUNWK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-REF ASSIGN TO "TICKET-REF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TK-TICKET-NO
               FILE STATUS WS-TKT-STATUS.
           SELECT OVERRIDE-PEND ASSIGN TO "OVERRIDE-PEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY OV-TICKET-NO
               FILE STATUS WS-OVR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TKTUNWK-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-REF.
       COPY TICKET-REF-REC.

       FD OVERRIDE-PEND.
       COPY OVERRIDE-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE-PARMS.

       01 WS-TKT-STATUS PIC X(2) VALUE SPACES.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-REFERENCE VALUE "Y".
       01 WS-OVR-AVAIL PIC X VALUE "N".
           88 OVERRIDE-FILE-AVAIL VALUE "Y".
       01 WS-JOB-STATE PIC X VALUE "O".
           88 UNWK-JOB-OK VALUE "O".
           88 UNWK-JOB-WARNING VALUE "W".
           88 UNWK-JOB-FAILED VALUE "F".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(8) VALUE ZERO.
       01 WS-OPEN-INT PIC 9(8) VALUE ZERO.
       01 WS-DAYS-OPEN PIC S9(8) VALUE ZERO.
      *****************************************************
      *  AN OPEN TICKET THAT HAS NOT COME THROUGH LINUX IS
      *  UNWORKED.  ONE OPEN LONGER THAN WS-OVERDUE-DAYS IS
      *  FLAGGED OVERDUE AND GIVES RETURN CODE 4, UNLESS AN
      *  OVERRIDE REQUEST FOR IT IS WAITING ON A SUPERVISOR.
      *****************************************************
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 3.
       01 WS-NOTE PIC X(16) VALUE SPACES.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WORKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNWORKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AWAITING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-OPEN-DATE PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DAYS      PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-SUMMARY   PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-NOTE      PIC X(16).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-REPORT.
           PERFORM 1000-READ-REFERENCE.
           PERFORM 3000-PRINT-TOTALS.
           IF UNWK-JOB-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNWK-JOB-WARNING OR WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       0100-INIT-REPORT.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT OVERRIDE-PEND.
           IF WS-OVR-STATUS = "00"
               SET OVERRIDE-FILE-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "===== UNWORKED SERVICE DESK TICKETS FOR "
               WS-RUN-DATE " ====="
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       1000-READ-REFERENCE.
           OPEN INPUT TICKET-REF.
           IF WS-TKT-STATUS = "35"
               DISPLAY "TICKET REFERENCE FILE NOT LOADED YET, RUN "
                   "TKTLOAD."
               MOVE "TICKET REFERENCE FILE NOT LOADED YET"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET UNWK-JOB-WARNING TO TRUE
           ELSE
               IF WS-TKT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TICKET-REF.DAT, STATUS "
                       WS-TKT-STATUS
                   MOVE "TICKET REFERENCE FILE NOT AVAILABLE"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   SET UNWK-JOB-FAILED TO TRUE
               ELSE
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
                               IF TK-OPEN
                                   PERFORM 2000-CHECK-TICKET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TICKET-REF
               END-IF
           END-IF.
           IF OVERRIDE-FILE-AVAIL
               CLOSE OVERRIDE-PEND
           END-IF.

       2000-CHECK-TICKET.
           ADD 1 TO WS-OPEN-COUNT.
           IF TK-PROVISIONED
               ADD 1 TO WS-WORKED-COUNT
           ELSE
               PERFORM 2100-LIST-UNWORKED
           END-IF.

       2100-LIST-UNWORKED.
           ADD 1 TO WS-UNWORKED-COUNT.
           MOVE SPACES TO WS-NOTE.
           IF TK-OPEN-DATE > ZERO AND TK-OPEN-DATE NOT > WS-RUN-DATE
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(TK-OPEN-DATE)
               COMPUTE WS-DAYS-OPEN = WS-RUN-INT - WS-OPEN-INT
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
           IF OVERRIDE-FILE-AVAIL
               MOVE TK-TICKET-NO TO OV-TICKET-NO
               READ OVERRIDE-PEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OV-PENDING
                           MOVE "OVERRIDE PENDING" TO WS-NOTE
                           ADD 1 TO WS-AWAITING-COUNT
                       END-IF
                       IF OV-DENIED
                           MOVE "OVERRIDE DENIED" TO WS-NOTE
                       END-IF
               END-READ
           END-IF.
           IF WS-DAYS-OPEN > WS-OVERDUE-DAYS
                   AND WS-NOTE NOT = "OVERRIDE PENDING"
               ADD 1 TO WS-OVERDUE-COUNT
               IF WS-NOTE = SPACES
                   MOVE "*** OVERDUE" TO WS-NOTE
               END-IF
           END-IF.
           MOVE TK-TICKET-NO TO WS-DL-TICKET.
           MOVE TK-EMP-ID TO WS-DL-EMP.
           MOVE TK-OPEN-DATE TO WS-DL-OPEN-DATE.
           MOVE WS-DAYS-OPEN TO WS-DL-DAYS.
           MOVE TK-SUMMARY TO WS-DL-SUMMARY.
           MOVE WS-NOTE TO WS-DL-NOTE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

       3000-PRINT-TOTALS.
           MOVE "--------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OPEN TICKETS ON FILE ........ " TO WS-CL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "PROVISIONED THROUGH LINUX ... " TO WS-CL-LABEL.
           MOVE WS-WORKED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "UNWORKED .................... " TO WS-CL-LABEL.
           MOVE WS-UNWORKED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "AWAITING OVERRIDE APPROVAL .. " TO WS-CL-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "OVERDUE ..................... " TO WS-CL-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           CLOSE REPORT-FILE.
