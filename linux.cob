               ACCESS MODE RANDOM
               RECORD KEY EN-DEPT
               FILE STATUS WS-ENT-STATUS.
           SELECT OVERRIDE-PEND ASSIGN TO "OVERRIDE-PEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY OV-TICKET-NO
               FILE STATUS WS-OVR-STATUS.
           SELECT TICKET-REF ASSIGN TO "TICKET-REF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TK-TICKET-NO
               FILE STATUS WS-TKT-STATUS.
           SELECT PROV-MASTER ASSIGN TO "PROV-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PM-TICKET-NO
               ALTERNATE RECORD KEY PM-EMP-ID WITH DUPLICATES
               FILE STATUS WS-PM-STATUS.
           SELECT ONBOARD-REQ ASSIGN TO "ONBOARD-REQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQ-STATUS.
           SELECT ONBOARD-REJ ASSIGN TO "ONBOARD-REJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ONBOARD-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPT-ENTITLE.
       COPY ENTITLE-REC.

       FD OVERRIDE-PEND.
       COPY OVERRIDE-REC.

       FD TICKET-REF.
       COPY TICKET-REF-REC.

      *****************************************************
      *  PROV-MASTER IS ONLY PROBED BY TICKET NUMBER, SO ITS
      *  RECORD IS NOT BROKEN OUT HERE (PROVISION-REC IS THE
      *  WORKING-STORAGE COPY).
      *****************************************************
       FD PROV-MASTER.
       01 PROV-MASTER-RECORD.
           05 PM-EMP-ID           PIC X(6).
           05 PM-TICKET-NO        PIC X(8).
           05 FILLER              PIC X(49).

       FD ONBOARD-REQ.
       01 ONBOARD-REQ-RECORD PIC X(18).

       FD ONBOARD-REJ.
       01 ONBOARD-REJ-RECORD PIC X(32).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       COPY PROVISION-REC.
       COPY SIGNON-PARMS.
           88 TIER-ENTITLED VALUE "Y".
       01 WS-CHECK-TIER PIC X.
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
      *****************************************************
      *  EVERY TICKET MUST BE ON THE SERVICE-DESK REFERENCE
      *  FILE (TICKET-REF.DAT), STILL OPEN, RAISED FOR THE
      *  SAME EMPLOYEE, AND NOT ALREADY PROVISIONED - EITHER
      *  MARKED SO ON THE REFERENCE FILE OR ALREADY ON
      *  PROV-MASTER.  THE SCREEN SHOWS THE REASON; BULK MODE
      *  REJECTS WITH TKNF / TKCL / TKEM / TKDU.  PROV-MASTER
      *  IS OPTIONAL.
      *****************************************************
       01 WS-TKT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PM-STATUS PIC X(2) VALUE SPACES.
       01 WS-PM-AVAIL PIC X VALUE "N".
           88 PROV-MASTER-AVAIL VALUE "Y".
       01 WS-EXTRACT-LINE.
           05 EXT-EMP-ID           PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-DISTRO-NAME      PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-LOG-DATE         PIC 9(8).
      *****************************************************
      *  BULK ONBOARDING (MODE B).  ONBOARD-REQ.DAT CARRIES
      *  ONE NEW-HIRE REQUEST PER LINE: EMPLOYEE ID, TICKET
      *  NUMBER AND DC-CODE.  EACH REQUEST GETS THE SAME
      *  CHECKS AS THE SCREEN; ACCEPTED REQUESTS ARE LOGGED
      *  AND EXTRACTED AS NORMAL, FAILURES GO TO
      *  ONBOARD-REJ.DAT WITH A REASON CODE AND THE CONTROL
      *  REPORT (ONBOARD-OUT.DAT) RECONCILES READ AGAINST
      *  ACCEPTED PLUS REJECTED.  THERE ARE NO TIER
      *  OVERRIDES IN BULK MODE - A REQUEST FOR A TIER THE
      *  DEPARTMENT IS NOT ENTITLED TO IS REJECTED.
      *****************************************************
       01 WS-MODE PIC X.
       01 WS-REQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-REJ-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-REQ-EOF PIC X VALUE "N".
           88 END-OF-REQUESTS VALUE "Y".
       01 WS-REQ-OPENED PIC X VALUE "N".
           88 REQUESTS-OPENED VALUE "Y".
       01 WS-ENT-AVAIL PIC X VALUE "N".
           88 ENTITLE-FILE-AVAIL VALUE "Y".
       01 WS-BULK-STATE PIC X VALUE "O".
           88 BULK-OK VALUE "O".
           88 BULK-FAILED VALUE "F".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACCEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-CODE PIC X(4) VALUE SPACES.
           88 REQUEST-PASSED VALUE SPACES.
       01 WS-REJECT-TEXT PIC X(32) VALUE SPACES.
       01 WS-ONBOARD-LINE.
           05 OB-EMP-ID            PIC X(6).
           05 FILLER               PIC X.
           05 OB-TICKET-NO         PIC X(8).
           05 FILLER               PIC X.
           05 OB-DC-CODE           PIC X(2).
       01 WS-ONBOARD-REJECT.
           05 OJ-REQUEST           PIC X(18).
           05 FILLER               PIC X VALUE SPACE.
           05 OJ-REASON            PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 OJ-RUN-DATE          PIC 9(8).
       01 WS-REJECT-LINE.
           05 WS-RL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RL-CODE      PIC X(2).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RL-REASON    PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RL-TEXT      PIC X(32).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           DISPLAY "ENTER S FOR SINGLE, B FOR BULK ONBOARDING MODE: "
           ACCEPT WS-MODE.
           IF WS-MODE = "B" OR WS-MODE = "b"
               PERFORM 5000-BULK-ONBOARD
           ELSE
               PERFORM 0100-GET-PROVISION-INFO
               PERFORM 1000-SURVEY
               CLOSE TICKET-REF
           END-IF.
           PERFORM 0090-SIGN-OFF.
           IF BULK-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0050-SIGN-ON.

       0090-SIGN-OFF.
           SET SP-SIGNOFF TO TRUE.
           IF BULK-FAILED
               MOVE "ABND" TO SP-COMP-STATUS
           ELSE
               MOVE "NORM" TO SP-COMP-STATUS
           END-IF.
           CALL "SIGNON" USING SIGNON-PARMS.

       0100-GET-PROVISION-INFO.
                   WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN I-O TICKET-REF.
           IF WS-TKT-STATUS NOT = "00"
               DISPLAY "TICKET REFERENCE FILE NOT AVAILABLE, STATUS "
                   WS-TKT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PROV-MASTER.
           IF WS-PM-STATUS = "00"
               SET PROV-MASTER-AVAIL TO TRUE
           END-IF.
           PERFORM WITH TEST AFTER UNTIL VALID-PROVISION-INFO
               DISPLAY "EMPLOYEE ID? "
               ACCEPT PR-EMP-ID
                   IF FUNCTION TRIM(PR-TICKET-NO) IS NOT NUMERIC
                       DISPLAY "TICKET NUMBER MUST BE NUMERIC."
                   ELSE
                       MOVE SPACES TO WS-REJECT-CODE
                       MOVE SPACES TO WS-REJECT-TEXT
                       PERFORM 0140-CHECK-TICKET
                       IF REQUEST-PASSED
                           PERFORM 0150-CHECK-EMPLOYEE
                       ELSE
                           DISPLAY WS-REJECT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMP-MASTER.
           IF PROV-MASTER-AVAIL
               CLOSE PROV-MASTER
           END-IF.

       0140-CHECK-TICKET.
           MOVE PR-TICKET-NO TO TK-TICKET-NO.
           READ TICKET-REF
               INVALID KEY
                   MOVE "TKNF" TO WS-REJECT-CODE
                   MOVE "TICKET NOT ON SERVICE DESK FILE"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TK-CLOSED
                           MOVE "TKCL" TO WS-REJECT-CODE
                           MOVE "TICKET IS CLOSED AT SERVICE DESK"
                               TO WS-REJECT-TEXT
                       WHEN TK-EMP-ID NOT = PR-EMP-ID
                           MOVE "TKEM" TO WS-REJECT-CODE
                           MOVE "TICKET IS FOR ANOTHER EMPLOYEE"
                               TO WS-REJECT-TEXT
                       WHEN TK-PROVISIONED
                           MOVE "TKDU" TO WS-REJECT-CODE
                           MOVE "TICKET ALREADY PROVISIONED"
                               TO WS-REJECT-TEXT
                   END-EVALUATE
           END-READ.
           IF REQUEST-PASSED AND PROV-MASTER-AVAIL
               MOVE PR-TICKET-NO TO PM-TICKET-NO
               READ PROV-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "TKDU" TO WS-REJECT-CODE
                       MOVE "TICKET ALREADY ON PROV-MASTER"
                           TO WS-REJECT-TEXT
               END-READ
           END-IF.

       0150-CHECK-EMPLOYEE.
           MOVE PR-EMP-ID TO EM-EMP-ID.
           END-PERFORM.
           CLOSE DISTRO-CATALOG.
           PERFORM 1300-DISTRO-COMMENTARY.
           IF PR-TIER-OVERRIDE
               PERFORM 2200-QUEUE-OVERRIDE
           ELSE
               PERFORM 2000-LOG-RECOMMENDATION
               PERFORM 2050-MARK-TICKET-USED
               PERFORM 2100-WRITE-EXTRACT-RECORD
               PERFORM 2300-CLEAR-OLD-OVERRIDE
           END-IF.

       1100-LOAD-CATALOG.
           OPEN INPUT DISTRO-CATALOG.
               MOVE DC-DISPLAY-NAME TO WS-DISTRO-NAME
               SET VALID-DISTRO-ENTRY TO TRUE
               SET PR-TIER-OVERRIDE TO TRUE
               DISPLAY "OVERRIDE WILL BE QUEUED FOR SUPERVISOR "
                   "APPROVAL."
           ELSE
               DISPLAY "CHOOSE AN ENTITLED DISTRO INSTEAD."
           END-IF.
           WRITE LINUX-LOG-RECORD FROM PROVISION-REC.
           CLOSE LINUX-LOG.

       2050-MARK-TICKET-USED.
           MOVE PR-TICKET-NO TO TK-TICKET-NO.
           READ TICKET-REF
               INVALID KEY
                   DISPLAY "TICKET " PR-TICKET-NO " NOT ON SERVICE "
                       "DESK FILE, NOT MARKED PROVISIONED."
               NOT INVALID KEY
                   SET TK-PROVISIONED TO TRUE
                   MOVE WS-LOG-DATE TO TK-USED-DATE
                   MOVE SP-OPERATOR TO TK-USED-OPER
                   REWRITE TICKET-REF-REC
                   IF WS-TKT-STATUS NOT = "00"
                       DISPLAY "TICKET " PR-TICKET-NO " NOT MARKED "
                           "PROVISIONED, STATUS " WS-TKT-STATUS
                   END-IF
           END-READ.

       2100-WRITE-EXTRACT-RECORD.
           OPEN EXTEND ASSET-EXTRACT.
           IF WS-EXTRACT-STATUS = "05" OR WS-EXTRACT-STATUS = "35"
           MOVE PR-LOG-DATE TO EXT-LOG-DATE.
           WRITE ASSET-EXTRACT-RECORD FROM WS-EXTRACT-LINE.
           CLOSE ASSET-EXTRACT.

       2200-QUEUE-OVERRIDE.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-LOG-DATE
           ELSE
               ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN I-O OVERRIDE-PEND.
           IF WS-OVR-STATUS = "35"
               OPEN OUTPUT OVERRIDE-PEND
               CLOSE OVERRIDE-PEND
               OPEN I-O OVERRIDE-PEND
           END-IF.
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "OVERRIDE QUEUE NOT AVAILABLE, STATUS "
                   WS-OVR-STATUS
               DISPLAY "OVERRIDE NOT RECORDED, RE-ENTER THE REQUEST "
                   "LATER."
           ELSE
               MOVE PR-TICKET-NO TO OV-TICKET-NO
               READ OVERRIDE-PEND
                   INVALID KEY
                       PERFORM 2250-BUILD-OVERRIDE
                       WRITE OVERRIDE-REC
                       IF WS-OVR-STATUS NOT = "00"
                           PERFORM 2260-OVERRIDE-NOT-STORED
                       ELSE
                           DISPLAY "OVERRIDE QUEUED FOR SUPERVISOR "
                               "APPROVAL, TICKET " PR-TICKET-NO
                       END-IF
                   NOT INVALID KEY
                       IF OV-APPROVED
                           DISPLAY "TICKET " PR-TICKET-NO
                               " ALREADY HAS AN APPROVED OVERRIDE, "
                               "NOT QUEUED."
                       ELSE
                           PERFORM 2250-BUILD-OVERRIDE
                           REWRITE OVERRIDE-REC
                           IF WS-OVR-STATUS NOT = "00"
                               PERFORM 2260-OVERRIDE-NOT-STORED
                           ELSE
                               DISPLAY "OVERRIDE RE-QUEUED FOR "
                                   "SUPERVISOR APPROVAL, TICKET "
                                   PR-TICKET-NO
                           END-IF
                       END-IF
               END-READ
               CLOSE OVERRIDE-PEND
           END-IF.

       2250-BUILD-OVERRIDE.
           MOVE PR-TICKET-NO TO OV-TICKET-NO.
           MOVE PR-EMP-ID TO OV-EMP-ID.
           MOVE WS-LOG-DATE TO OV-REQ-DATE.
           MOVE WS-LOG-TIME(1:6) TO OV-REQ-TIME.
           MOVE INP TO OV-RAW-INP.
           MOVE WS-DISTRO-NAME TO OV-DISTRO-NAME.
           MOVE PR-DEPT TO OV-DEPT.
           MOVE WS-CHECK-TIER TO OV-TIER.
           MOVE SP-OPERATOR TO OV-REQ-OPER.
           SET OV-PENDING TO TRUE.
           MOVE SPACES TO OV-DECIDE-OPER.
           MOVE ZERO TO OV-DECIDE-DATE.
           MOVE SPACES TO OV-REASON.

       2260-OVERRIDE-NOT-STORED.
           DISPLAY "OVERRIDE QUEUE WRITE FAILED, STATUS " WS-OVR-STATUS
               ", TICKET " PR-TICKET-NO.
           DISPLAY "OVERRIDE NOT RECORDED, RE-ENTER THE REQUEST LATER.".

       2300-CLEAR-OLD-OVERRIDE.
           OPEN I-O OVERRIDE-PEND.
           IF WS-OVR-STATUS = "00"
               MOVE PR-TICKET-NO TO OV-TICKET-NO
               READ OVERRIDE-PEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OV-PENDING
                           DISPLAY "OUTSTANDING OVERRIDE REQUEST FOR "
                               "TICKET " PR-TICKET-NO " WITHDRAWN."
                       END-IF
                       IF OV-PENDING OR OV-DENIED
                           SET OV-REWORKED TO TRUE
                           REWRITE OVERRIDE-REC
                           IF WS-OVR-STATUS NOT = "00"
                               DISPLAY "OVERRIDE FOR TICKET "
                                   PR-TICKET-NO " NOT MARKED REWORKED, "
                                   "STATUS " WS-OVR-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE OVERRIDE-PEND
           END-IF.

       5000-BULK-ONBOARD.
           PERFORM 5100-BULK-INIT.
           IF REQUESTS-OPENED
               PERFORM UNTIL END-OF-REQUESTS
                   READ ONBOARD-REQ INTO WS-ONBOARD-LINE
                       AT END
                           SET END-OF-REQUESTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 5200-EDIT-REQUEST
                   END-READ
               END-PERFORM
               PERFORM 5900-BULK-WRAP-UP
           END-IF.

       5100-BULK-INIT.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ONBOARD-REQ.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "BULK ONBOARDING FILE NOT FOUND: ONBOARD-REQ.DAT"
               SET BULK-FAILED TO TRUE
           ELSE
               OPEN INPUT EMP-MASTER
               IF WS-EMP-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS "
                       WS-EMP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT DISTRO-CATALOG
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "DISTRO CATALOG NOT AVAILABLE, STATUS "
                       WS-CAT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O TICKET-REF
               IF WS-TKT-STATUS NOT = "00"
                   DISPLAY "TICKET REFERENCE FILE NOT AVAILABLE, "
                       "STATUS " WS-TKT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT PROV-MASTER
               IF WS-PM-STATUS = "00"
                   SET PROV-MASTER-AVAIL TO TRUE
               END-IF
               OPEN INPUT DEPT-ENTITLE
               IF WS-ENT-STATUS = "00"
                   SET ENTITLE-FILE-AVAIL TO TRUE
               ELSE
                   DISPLAY "ENTITLEMENT FILE NOT AVAILABLE, STATUS "
                       WS-ENT-STATUS
                   DISPLAY "EVERY REQUEST WILL BE REJECTED FOR "
                       "ENTITLEMENT."
               END-IF
               OPEN OUTPUT ONBOARD-REJ
               OPEN OUTPUT REPORT-FILE
               MOVE "===== BULK ONBOARDING CONTROL REPORT ====="
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "-- REJECTED REQUESTS --" TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET REQUESTS-OPENED TO TRUE
           END-IF.

       5200-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-CODE.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE OB-EMP-ID TO PR-EMP-ID.
           MOVE OB-TICKET-NO TO PR-TICKET-NO.
           PERFORM 5210-CHECK-FIELDS.
           IF REQUEST-PASSED
               PERFORM 0140-CHECK-TICKET
           END-IF.
           IF REQUEST-PASSED
               PERFORM 5220-CHECK-EMPLOYEE
           END-IF.
           IF REQUEST-PASSED
               PERFORM 5230-CHECK-DISTRO
           END-IF.
           IF REQUEST-PASSED
               PERFORM 5240-CHECK-ENTITLEMENT
           END-IF.
           IF REQUEST-PASSED
               PERFORM 5300-ACCEPT-REQUEST
           ELSE
               PERFORM 5400-REJECT-REQUEST
           END-IF.

       5210-CHECK-FIELDS.
           IF PR-EMP-ID = SPACES OR PR-TICKET-NO = SPACES
                   OR OB-DC-CODE = SPACES
               MOVE "MISS" TO WS-REJECT-CODE
               MOVE "EMPLOYEE, TICKET OR DISTRO BLANK"
                   TO WS-REJECT-TEXT
           ELSE
               IF FUNCTION TRIM(PR-TICKET-NO) IS NOT NUMERIC
                   MOVE "TKNM" TO WS-REJECT-CODE
                   MOVE "TICKET NUMBER NOT NUMERIC"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       5220-CHECK-EMPLOYEE.
           MOVE PR-EMP-ID TO EM-EMP-ID.
           READ EMP-MASTER
               INVALID KEY
                   MOVE "NEMP" TO WS-REJECT-CODE
                   MOVE "EMPLOYEE ID NOT ON MASTER"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF EM-TERMINATED
                       MOVE "TERM" TO WS-REJECT-CODE
                       MOVE "EMPLOYEE IS TERMINATED"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE EM-DEPT TO PR-DEPT
                   END-IF
           END-READ.

       5230-CHECK-DISTRO.
           IF OB-DC-CODE IS NOT NUMERIC
               MOVE "NCAT" TO WS-REJECT-CODE
               MOVE "DISTRO CODE NOT ON CATALOG" TO WS-REJECT-TEXT
           ELSE
               MOVE OB-DC-CODE TO DC-CODE
               READ DISTRO-CATALOG
                   INVALID KEY
                       MOVE "NCAT" TO WS-REJECT-CODE
                       MOVE "DISTRO CODE NOT ON CATALOG"
                           TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       IF DC-ACTIVE
                           MOVE DC-DISPLAY-NAME TO WS-DISTRO-NAME
                           MOVE DC-SUPPORT-TIER TO WS-CHECK-TIER
                       ELSE
                           MOVE "RETD" TO WS-REJECT-CODE
                           MOVE "DISTRO IS RETIRED" TO WS-REJECT-TEXT
                       END-IF
               END-READ
           END-IF.

       5240-CHECK-ENTITLEMENT.
           MOVE ALL "N" TO WS-ENT-TIERS.
           IF ENTITLE-FILE-AVAIL
               MOVE PR-DEPT TO EN-DEPT
               READ DEPT-ENTITLE
                   INVALID KEY
                       MOVE "NENT" TO WS-REJECT-CODE
                       MOVE "DEPT NOT ON ENTITLEMENT FILE"
                           TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       MOVE EN-TIER-1 TO WS-ENT-TIER-1
                       MOVE EN-TIER-2 TO WS-ENT-TIER-2
                       MOVE EN-TIER-3 TO WS-ENT-TIER-3
               END-READ
           ELSE
               MOVE "NENT" TO WS-REJECT-CODE
               MOVE "ENTITLEMENT FILE NOT AVAILABLE" TO WS-REJECT-TEXT
           END-IF.
           IF REQUEST-PASSED
               PERFORM 1150-CHECK-TIER
               IF NOT TIER-ENTITLED
                   MOVE "TIER" TO WS-REJECT-CODE
                   MOVE "DEPT NOT ENTITLED TO DISTRO TIER"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       5300-ACCEPT-REQUEST.
           MOVE OB-DC-CODE TO INP.
           MOVE "N" TO PR-OVERRIDE.
           MOVE SPACES TO PR-OVERRIDE-OPER.
           PERFORM 2000-LOG-RECOMMENDATION.
           PERFORM 2050-MARK-TICKET-USED.
           PERFORM 2100-WRITE-EXTRACT-RECORD.
           PERFORM 2300-CLEAR-OLD-OVERRIDE.
           ADD 1 TO WS-ACCEPT-COUNT.

       5400-REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-ONBOARD-LINE TO OJ-REQUEST.
           MOVE WS-REJECT-CODE TO OJ-REASON.
           MOVE WS-RUN-DATE TO OJ-RUN-DATE.
           WRITE ONBOARD-REJ-RECORD FROM WS-ONBOARD-REJECT.
           MOVE OB-EMP-ID TO WS-RL-EMP.
           MOVE OB-TICKET-NO TO WS-RL-TICKET.
           MOVE OB-DC-CODE TO WS-RL-CODE.
           MOVE WS-REJECT-CODE TO WS-RL-REASON.
           MOVE WS-REJECT-TEXT TO WS-RL-TEXT.
           WRITE REPORT-RECORD FROM WS-REJECT-LINE.
           DISPLAY WS-REJECT-LINE.

       5900-BULK-WRAP-UP.
           CLOSE ONBOARD-REQ.
           CLOSE ONBOARD-REJ.
           CLOSE EMP-MASTER.
           CLOSE DISTRO-CATALOG.
           CLOSE TICKET-REF.
           IF PROV-MASTER-AVAIL
               CLOSE PROV-MASTER
           END-IF.
           IF ENTITLE-FILE-AVAIL
               CLOSE DEPT-ENTITLE
           END-IF.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "REQUESTS READ ............... " TO WS-CL-LABEL.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "REQUESTS ACCEPTED ........... " TO WS-CL-LABEL.
           MOVE WS-ACCEPT-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "REQUESTS REJECTED ........... " TO WS-CL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           COMPUTE WS-CHECK-COUNT = WS-ACCEPT-COUNT + WS-REJECT-COUNT.
           IF WS-CHECK-COUNT = WS-READ-COUNT
               MOVE "ACCEPTED PLUS REJECTED TIE TO REQUESTS READ"
                   TO REPORT-RECORD
           ELSE
               MOVE "*** ACCEPTED PLUS REJECTED DO NOT TIE ***"
                   TO REPORT-RECORD
               DISPLAY "*** ACCEPTED PLUS REJECTED DO NOT TIE ***"
               SET BULK-FAILED TO TRUE
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
