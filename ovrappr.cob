       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-PEND ASSIGN TO "OVERRIDE-PEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OV-TICKET-NO
               FILE STATUS WS-OVR-STATUS.
           SELECT LINUX-LOG ASSIGN TO "LINUX-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT ASSET-EXTRACT ASSIGN TO "ASSET-EXTRACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT TICKET-REF ASSIGN TO "TICKET-REF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TK-TICKET-NO
               FILE STATUS WS-TKT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OVRAPPR-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-PEND.
       COPY OVERRIDE-REC.

       FD LINUX-LOG.
       01 LINUX-LOG-RECORD PIC X(63).

       FD ASSET-EXTRACT.
       01 ASSET-EXTRACT-RECORD PIC X(45).

       FD TICKET-REF.
       COPY TICKET-REF-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PROVISION-REC.
       COPY SIGNON-PARMS.
       COPY BUSDATE-PARMS.

       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
       01 WS-LOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TKT-STATUS PIC X(2) VALUE SPACES.
      *****************************************************
      *  AN OVERRIDE CAN WAIT DAYS IN THE QUEUE, SO THE
      *  TICKET IS CHECKED AGAIN AT APPROVAL WITH THE SAME
      *  RULES LINUX APPLIES.  A TICKET THAT HAS SINCE BEEN
      *  CLOSED, MOVED TO ANOTHER EMPLOYEE OR PROVISIONED IS
      *  NOT APPROVED; THE REQUEST STAYS PENDING FOR DENIAL
      *  OR REWORK.
      *****************************************************
       01 WS-TICKET-REASON PIC X(32) VALUE SPACES.
           88 TICKET-STILL-VALID VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-STOP PIC X VALUE "N".
           88 REVIEW-STOPPED VALUE "Y".
       01 WS-QUEUE-OPENED PIC X VALUE "N".
           88 QUEUE-OPENED VALUE "Y".
       01 WS-JOB-STATE PIC X VALUE "O".
           88 APPR-JOB-OK VALUE "O".
           88 APPR-JOB-FAILED VALUE "F".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LOG-TIME PIC 9(8).
       01 WS-DECISION PIC X.
           88 DECIDE-APPROVE VALUE "A" "a".
           88 DECIDE-DENY VALUE "D" "d".
           88 DECIDE-SKIP VALUE "S" "s".
           88 DECIDE-STOP VALUE "X" "x".
       01 WS-VALID-DECISION PIC X VALUE "N".
           88 VALID-DECISION VALUE "Y".
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-EXTRACT-LINE.
           05 EXT-EMP-ID           PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-TICKET-NO        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-DISTRO-NAME      PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-LOG-DATE         PIC 9(8).
       01 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DENIED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OWN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DEPT      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DISTRO    PIC X(20).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TIER      PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-REQ-OPER  PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-ACTION    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-REASON    PIC X(30).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-OPEN-FILES.
           IF QUEUE-OPENED
               PERFORM 2000-REVIEW-PENDING
               PERFORM 3000-LIST-EXCEPTIONS
               PERFORM 4000-WRAP-UP
           END-IF.
           PERFORM 0090-SIGN-OFF.
           IF APPR-JOB-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0050-SIGN-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT SP-OPERATOR.
           SET SP-SIGNON TO TRUE.
           MOVE "OVRAPPR" TO SP-PROGRAM.
           MOVE SPACES TO SP-COMP-STATUS.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF SP-REFUSED
               DISPLAY "SIGN-ON REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0090-SIGN-OFF.
           SET SP-SIGNOFF TO TRUE.
           IF APPR-JOB-FAILED
               MOVE "ABND" TO SP-COMP-STATUS
           ELSE
               MOVE "NORM" TO SP-COMP-STATUS
           END-IF.
           CALL "SIGNON" USING SIGNON-PARMS.

       1000-OPEN-FILES.
           OPEN I-O OVERRIDE-PEND.
           IF WS-OVR-STATUS = "35"
               DISPLAY "NO OVERRIDE REQUESTS ON FILE."
           ELSE
               IF WS-OVR-STATUS NOT = "00"
                   DISPLAY "OVERRIDE QUEUE NOT AVAILABLE, STATUS "
                       WS-OVR-STATUS
                   SET APPR-JOB-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   MOVE "===== TIER OVERRIDE APPROVAL REPORT ====="
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "SUPERVISOR " SP-OPERATOR
                       "  BUSINESS DATE " WS-RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "-- SECTION 1: DECISIONS THIS SESSION --"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   SET QUEUE-OPENED TO TRUE
               END-IF
           END-IF.

       2000-REVIEW-PENDING.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OV-TICKET-NO.
           START OVERRIDE-PEND KEY NOT < OV-TICKET-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE OR REVIEW-STOPPED
               READ OVERRIDE-PEND NEXT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF OV-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM 2100-PRESENT-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "NO OVERRIDE REQUESTS ARE PENDING."
               MOVE "NO OVERRIDE REQUESTS ARE PENDING."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       2100-PRESENT-REQUEST.
           DISPLAY "-----------------------------------------".
           DISPLAY "TICKET .... " OV-TICKET-NO.
           DISPLAY "EMPLOYEE .. " OV-EMP-ID "  DEPT " OV-DEPT.
           DISPLAY "DISTRO .... " OV-DISTRO-NAME "  TIER " OV-TIER.
           DISPLAY "REQUESTED . " OV-REQ-DATE " BY " OV-REQ-OPER.
           IF OV-REQ-OPER = SP-OPERATOR
               DISPLAY "YOU RAISED THIS REQUEST, ANOTHER SUPERVISOR "
                   "MUST DECIDE IT."
               ADD 1 TO WS-OWN-COUNT
           ELSE
               MOVE "N" TO WS-VALID-DECISION
               PERFORM WITH TEST AFTER UNTIL VALID-DECISION
                   DISPLAY "A: APPROVE  D: DENY  S: SKIP  X: STOP"
                   ACCEPT WS-DECISION
                   IF DECIDE-APPROVE OR DECIDE-DENY OR DECIDE-SKIP
                           OR DECIDE-STOP
                       SET VALID-DECISION TO TRUE
                   ELSE
                       DISPLAY "NOT AN ACCEPTABLE VALUE, TRY AGAIN."
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN DECIDE-APPROVE
                       PERFORM 2150-GET-REASON
                       PERFORM 2200-APPROVE-REQUEST
                   WHEN DECIDE-DENY
                       PERFORM 2150-GET-REASON
                       PERFORM 2300-DENY-REQUEST
                   WHEN DECIDE-SKIP
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN DECIDE-STOP
                       SET REVIEW-STOPPED TO TRUE
               END-EVALUATE
           END-IF.

       2150-GET-REASON.
           MOVE SPACES TO WS-REASON.
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "REASON? "
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED."
               END-IF
           END-PERFORM.

       2200-APPROVE-REQUEST.
           PERFORM 2210-RECHECK-TICKET.
           IF NOT TICKET-STILL-VALID
               DISPLAY "CANNOT APPROVE, " WS-TICKET-REASON
               DISPLAY "TICKET " OV-TICKET-NO " LEFT PENDING FOR "
                   "DENIAL OR REWORK."
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               SET OV-APPROVED TO TRUE
               MOVE SP-OPERATOR TO OV-DECIDE-OPER
               MOVE WS-RUN-DATE TO OV-DECIDE-DATE
               MOVE WS-REASON TO OV-REASON
               REWRITE OVERRIDE-REC
               IF WS-OVR-STATUS NOT = "00"
                   DISPLAY "OVERRIDE QUEUE REWRITE FAILED, STATUS "
                       WS-OVR-STATUS ", TICKET " OV-TICKET-NO
                       " NOT APPROVED."
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 2250-LOG-APPROVED-REQUEST
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED" TO WS-DL-ACTION
                   PERFORM 2400-WRITE-DECISION-LINE
                   DISPLAY "OVERRIDE APPROVED, TICKET " OV-TICKET-NO
                       " RELEASED TO THE ASSET EXTRACT."
               END-IF
           END-IF.

       2210-RECHECK-TICKET.
           MOVE SPACES TO WS-TICKET-REASON.
           OPEN INPUT TICKET-REF.
           IF WS-TKT-STATUS NOT = "00"
               MOVE "TICKET REFERENCE FILE NOT AVAIL."
                   TO WS-TICKET-REASON
           ELSE
               MOVE OV-TICKET-NO TO TK-TICKET-NO
               READ TICKET-REF
                   INVALID KEY
                       MOVE "TICKET NOT ON SERVICE DESK FILE"
                           TO WS-TICKET-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TK-CLOSED
                               MOVE "TICKET IS CLOSED AT SERVICE DESK"
                                   TO WS-TICKET-REASON
                           WHEN TK-EMP-ID NOT = OV-EMP-ID
                               MOVE "TICKET IS FOR ANOTHER EMPLOYEE"
                                   TO WS-TICKET-REASON
                           WHEN TK-PROVISIONED
                               MOVE "TICKET ALREADY PROVISIONED"
                                   TO WS-TICKET-REASON
                       END-EVALUATE
               END-READ
               CLOSE TICKET-REF
           END-IF.

       2250-LOG-APPROVED-REQUEST.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE OV-EMP-ID TO PR-EMP-ID.
           MOVE OV-TICKET-NO TO PR-TICKET-NO.
           MOVE WS-RUN-DATE TO PR-LOG-DATE.
           MOVE WS-LOG-TIME(1:6) TO PR-LOG-TIME.
           MOVE OV-RAW-INP TO PR-RAW-INP.
           MOVE OV-DISTRO-NAME TO PR-DISTRO-NAME.
           MOVE OV-DEPT TO PR-DEPT.
           SET PR-TIER-OVERRIDE TO TRUE.
           MOVE SP-OPERATOR TO PR-OVERRIDE-OPER.
           OPEN EXTEND LINUX-LOG.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT LINUX-LOG
           END-IF.
           WRITE LINUX-LOG-RECORD FROM PROVISION-REC.
           CLOSE LINUX-LOG.
           OPEN EXTEND ASSET-EXTRACT.
           IF WS-EXTRACT-STATUS = "05" OR WS-EXTRACT-STATUS = "35"
               OPEN OUTPUT ASSET-EXTRACT
           END-IF.
           MOVE PR-EMP-ID TO EXT-EMP-ID.
           MOVE PR-TICKET-NO TO EXT-TICKET-NO.
           MOVE PR-DISTRO-NAME TO EXT-DISTRO-NAME.
           MOVE PR-LOG-DATE TO EXT-LOG-DATE.
           WRITE ASSET-EXTRACT-RECORD FROM WS-EXTRACT-LINE.
           CLOSE ASSET-EXTRACT.
           PERFORM 2270-MARK-TICKET-USED.

       2270-MARK-TICKET-USED.
           OPEN I-O TICKET-REF.
           IF WS-TKT-STATUS NOT = "00"
               DISPLAY "TICKET REFERENCE FILE NOT AVAILABLE, TICKET "
                   OV-TICKET-NO " NOT MARKED PROVISIONED."
           ELSE
               MOVE OV-TICKET-NO TO TK-TICKET-NO
               READ TICKET-REF
                   INVALID KEY
                       DISPLAY "TICKET " OV-TICKET-NO " NOT ON "
                           "SERVICE DESK FILE, NOT MARKED PROVISIONED."
                   NOT INVALID KEY
                       SET TK-PROVISIONED TO TRUE
                       MOVE WS-RUN-DATE TO TK-USED-DATE
                       MOVE SP-OPERATOR TO TK-USED-OPER
                       REWRITE TICKET-REF-REC
                       IF WS-TKT-STATUS NOT = "00"
                           DISPLAY "TICKET " OV-TICKET-NO " NOT MARKED "
                               "PROVISIONED, STATUS " WS-TKT-STATUS
                       END-IF
               END-READ
               CLOSE TICKET-REF
           END-IF.

       2300-DENY-REQUEST.
           SET OV-DENIED TO TRUE.
           MOVE SP-OPERATOR TO OV-DECIDE-OPER.
           MOVE WS-RUN-DATE TO OV-DECIDE-DATE.
           MOVE WS-REASON TO OV-REASON.
           REWRITE OVERRIDE-REC.
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "OVERRIDE QUEUE REWRITE FAILED, STATUS "
                   WS-OVR-STATUS ", TICKET " OV-TICKET-NO
                   " NOT DENIED."
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-DENIED-COUNT
               MOVE "DENIED" TO WS-DL-ACTION
               PERFORM 2400-WRITE-DECISION-LINE
               DISPLAY "OVERRIDE DENIED, TICKET " OV-TICKET-NO
                   " GOES BACK TO THE REQUESTER FOR REWORK."
           END-IF.

       2400-WRITE-DECISION-LINE.
           MOVE OV-TICKET-NO TO WS-DL-TICKET.
           MOVE OV-EMP-ID TO WS-DL-EMP.
           MOVE OV-DEPT TO WS-DL-DEPT.
           MOVE OV-DISTRO-NAME TO WS-DL-DISTRO.
           MOVE OV-TIER TO WS-DL-TIER.
           MOVE OV-REQ-OPER TO WS-DL-REQ-OPER.
           MOVE OV-REASON TO WS-DL-REASON.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

      *****************************************************
      *  EXCEPTION LIST: EVERY DENIED OVERRIDE STILL ON FILE,
      *  WHETHER DENIED TODAY OR EARLIER.  AN ENTRY DROPS OFF
      *  ONCE THE TICKET IS REWORKED THROUGH LINUX.
      *****************************************************
       3000-LIST-EXCEPTIONS.
           MOVE "-- SECTION 2: DENIED OVERRIDES AWAITING REWORK --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OV-TICKET-NO.
           START OVERRIDE-PEND KEY NOT < OV-TICKET-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ OVERRIDE-PEND NEXT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF OV-DENIED
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE OV-DECIDE-OPER TO WS-DL-ACTION
                           PERFORM 2400-WRITE-DECISION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO DENIED OVERRIDES OUTSTANDING."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       4000-WRAP-UP.
           CLOSE OVERRIDE-PEND.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "REQUESTS PENDING ............ " TO WS-CL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "APPROVED .................... " TO WS-CL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DENIED ...................... " TO WS-CL-LABEL.
           MOVE WS-DENIED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "SKIPPED ..................... " TO WS-CL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "OWN REQUESTS NOT DECIDED .... " TO WS-CL-LABEL.
           MOVE WS-OWN-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DENIED AWAITING REWORK ...... " TO WS-CL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           CLOSE REPORT-FILE.
