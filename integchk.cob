       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-MASTER ASSIGN TO "PROV-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PR-TICKET-NO
               ALTERNATE RECORD KEY PR-EMP-ID WITH DUPLICATES
               FILE STATUS WS-MASTER-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-EMP-ID
               FILE STATUS WS-EMP-STATUS.
           SELECT DISTRO-CATALOG ASSIGN TO "DISTRO-CATALOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DC-CODE
               FILE STATUS WS-CAT-STATUS.
           SELECT TICKET-STATUS ASSIGN TO "TICKET-STATUS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TS-TICKET-NO
               FILE STATUS WS-TICKET-STATUS.
           SELECT DEPT-ENTITLE ASSIGN TO "DEPT-ENTITLE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY EN-DEPT
               FILE STATUS WS-ENT-STATUS.
           SELECT TIER-RATES ASSIGN TO "TIER-RATES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TR-TIER
               FILE STATUS WS-RATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTEGCHK-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROV-MASTER.
       COPY PROVISION-REC.

       FD EMP-MASTER.
       COPY EMPLOYEE-REC.

       FD DISTRO-CATALOG.
       COPY DISTRO-REC.

       FD TICKET-STATUS.
       COPY TICKET-STATUS-REC.

       FD DEPT-ENTITLE.
       COPY ENTITLE-REC.

       FD TIER-RATES.
       COPY TIER-RATE-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE-PARMS.

       01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TICKET-STATUS PIC X(2) VALUE SPACES.
       01 WS-ENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-BROWSE-EOF PIC X VALUE "N".
           88 END-OF-BROWSE VALUE "Y".
       01 WS-FOUND PIC X VALUE "N".
           88 SLOT-FOUND VALUE "Y".
       01 WS-TICKETS-AVAIL PIC X VALUE "N".
           88 TICKET-FILE-AVAIL VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-OVER-TOLERANCE PIC X VALUE "N".
           88 ANY-OVER-TOLERANCE VALUE "Y".
       01 WS-EXCEPTION-TOTAL PIC 9(6) VALUE ZERO.
      *****************************************************
      *  CHECK CATEGORIES.  EACH HAS A TOLERANCE: ANY
      *  EXCEPTION MAKES THE STEP END WITH RC 4, MORE THAN
      *  THE TOLERANCE IN ANY CATEGORY MAKES IT END WITH
      *  RC 8 AND STOPS THE NIGHTLY SEQUENCE.  ADJUST THE
      *  TOLERANCES HERE.
      *****************************************************
       01 WS-CAT-MAX PIC 9 VALUE 5.
       01 WS-CATEGORY-DEFS.
           05 FILLER.
               10 FILLER PIC X(4) VALUE "TKOR".
               10 FILLER PIC 9(4) VALUE 25.
               10 FILLER PIC X(36)
                   VALUE "TICKET STATUS NOT ON PROV-MASTER".
           05 FILLER.
               10 FILLER PIC X(4) VALUE "EMOR".
               10 FILLER PIC 9(4) VALUE 50.
               10 FILLER PIC X(36)
                   VALUE "PROVISIONING, EMPLOYEE NOT ON MASTER".
           05 FILLER.
               10 FILLER PIC X(4) VALUE "DSOR".
               10 FILLER PIC 9(4) VALUE 10.
               10 FILLER PIC X(36)
                   VALUE "PROVISIONED DISTRO NOT ON CATALOG".
           05 FILLER.
               10 FILLER PIC X(4) VALUE "DPEN".
               10 FILLER PIC 9(4) VALUE 5.
               10 FILLER PIC X(36)
                   VALUE "DEPARTMENT WITH NO ENTITLEMENT ROW".
           05 FILLER.
               10 FILLER PIC X(4) VALUE "TRRT".
               10 FILLER PIC 9(4) VALUE 0.
               10 FILLER PIC X(36)
                   VALUE "CATALOG TIER WITH NO CHARGE RATE".
       01 WS-CATEGORY-LIST REDEFINES WS-CATEGORY-DEFS.
           05 WS-CG-ENTRY OCCURS 5 TIMES INDEXED BY CG-IDX.
               10 WS-CG-CODE       PIC X(4).
               10 WS-CG-TOLERANCE  PIC 9(4).
               10 WS-CG-TITLE      PIC X(36).
       01 WS-CATEGORY-COUNTS.
           05 WS-CG-COUNT OCCURS 5 TIMES PIC 9(6).
       01 WS-CAT-NO PIC 9.
      *****************************************************
      *  CATALOG TABLE, FOR LOOKING UP PR-DISTRO-NAME (THE
      *  CATALOG IS KEYED BY CODE, NOT NAME).
      *****************************************************
       01 WS-CAT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
               10 WS-CT-CODE       PIC X(2).
               10 WS-CT-NAME       PIC X(20).
               10 WS-CT-TIER       PIC X.
      *****************************************************
      *  DEPARTMENTS ALREADY CHECKED, SO EACH MISSING
      *  ENTITLEMENT ROW IS LISTED ONCE.
      *****************************************************
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DT-DEPT OCCURS 300 TIMES INDEXED BY DT-IDX
                                       PIC X(4).
       01 WS-SECTION-LINE.
           05 FILLER          PIC X(12) VALUE "-- CATEGORY ".
           05 WS-SL-NO        PIC 9.
           05 FILLER          PIC X(2) VALUE ": ".
           05 WS-SL-CODE      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SL-TITLE     PIC X(36).
           05 FILLER          PIC X(3) VALUE " --".
       01 WS-DETAIL-LINE.
           05 WS-DL-CODE      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-KEY       PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TEXT      PIC X(60).
       01 WS-SUMMARY-LINE.
           05 WS-SM-CODE      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SM-TITLE     PIC X(36).
           05 WS-SM-COUNT     PIC Z(5)9.
           05 FILLER          PIC X(6) VALUE "  TOL ".
           05 WS-SM-TOLERANCE PIC Z(3)9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SM-FLAG      PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-CATALOG.
           PERFORM 1000-CHECK-TICKETS.
           PERFORM 2000-CHECK-PROV-EMPLOYEES.
           PERFORM 3000-CHECK-PROV-DISTROS.
           PERFORM 4000-CHECK-DEPARTMENTS.
           PERFORM 5000-CHECK-TIER-RATES.
           PERFORM 8000-WRAP-UP.
           GOBACK.

       0100-OPEN-FILES.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO WS-CATEGORY-COUNTS.
           OPEN INPUT PROV-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PROVISIONING MASTER NOT AVAILABLE, STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN PROVLD TO LOAD IT FROM THE LOG."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DISTRO-CATALOG.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "DISTRO CATALOG NOT AVAILABLE, STATUS "
                   WS-CAT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DEPT-ENTITLE.
           IF WS-ENT-STATUS NOT = "00"
               DISPLAY "DEPARTMENT ENTITLEMENTS NOT AVAILABLE, STATUS "
                   WS-ENT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TIER-RATES.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "TIER RATE FILE NOT AVAILABLE, STATUS "
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TICKET-STATUS.
           IF WS-TICKET-STATUS = "00"
               SET TICKET-FILE-AVAIL TO TRUE
           ELSE
               DISPLAY "NO TICKET STATUS FILE, CATEGORY 1 SKIPPED."
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "===== CROSS-FILE INTEGRITY CHECK ====="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BUSINESS DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       0200-LOAD-CATALOG.
           MOVE "N" TO WS-BROWSE-EOF.
           MOVE LOW-VALUES TO DC-CODE.
           START DISTRO-CATALOG KEY NOT < DC-CODE
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BROWSE
               READ DISTRO-CATALOG NEXT
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < 100
                           ADD 1 TO WS-CAT-COUNT
                           SET CT-IDX TO WS-CAT-COUNT
                           MOVE DC-CODE TO WS-CT-CODE(CT-IDX)
                           MOVE DC-DISPLAY-NAME TO WS-CT-NAME(CT-IDX)
                           MOVE DC-SUPPORT-TIER TO WS-CT-TIER(CT-IDX)
                       ELSE
                           DISPLAY "CATALOG TABLE LIMIT REACHED AT "
                               DC-CODE
                       END-IF
               END-READ
           END-PERFORM.

       0300-SECTION-HEADING.
           MOVE WS-CAT-NO TO WS-SL-NO.
           MOVE WS-CG-CODE(WS-CAT-NO) TO WS-SL-CODE.
           MOVE WS-CG-TITLE(WS-CAT-NO) TO WS-SL-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.

       0400-WRITE-EXCEPTION.
           ADD 1 TO WS-CG-COUNT(WS-CAT-NO).
           ADD 1 TO WS-EXCEPTION-TOTAL.
           MOVE WS-CG-CODE(WS-CAT-NO) TO WS-DL-CODE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       1000-CHECK-TICKETS.
           MOVE 1 TO WS-CAT-NO.
           PERFORM 0300-SECTION-HEADING.
           IF TICKET-FILE-AVAIL
               MOVE "N" TO WS-BROWSE-EOF
               MOVE LOW-VALUES TO TS-TICKET-NO
               START TICKET-STATUS KEY NOT < TS-TICKET-NO
                   INVALID KEY
                       SET END-OF-BROWSE TO TRUE
               END-START
               PERFORM UNTIL END-OF-BROWSE
                   READ TICKET-STATUS NEXT
                       AT END
                           SET END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 1100-CHECK-ONE-TICKET
                   END-READ
               END-PERFORM
               CLOSE TICKET-STATUS
           END-IF.

       1100-CHECK-ONE-TICKET.
           MOVE TS-TICKET-NO TO PR-TICKET-NO.
           READ PROV-MASTER
               INVALID KEY
                   MOVE TS-TICKET-NO TO WS-DL-KEY
                   MOVE SPACES TO WS-DL-TEXT
                   STRING "STATE " TS-STATE " SINCE " TS-STATE-DATE
                       DELIMITED BY SIZE INTO WS-DL-TEXT
                   END-STRING
                   PERFORM 0400-WRITE-EXCEPTION
           END-READ.

       2000-CHECK-PROV-EMPLOYEES.
           MOVE 2 TO WS-CAT-NO.
           PERFORM 0300-SECTION-HEADING.
           MOVE "N" TO WS-BROWSE-EOF.
           MOVE LOW-VALUES TO PR-TICKET-NO.
           START PROV-MASTER KEY NOT < PR-TICKET-NO
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BROWSE
               READ PROV-MASTER NEXT
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       MOVE PR-EMP-ID TO EM-EMP-ID
                       READ EMP-MASTER
                           INVALID KEY
                               MOVE PR-TICKET-NO TO WS-DL-KEY
                               MOVE SPACES TO WS-DL-TEXT
                               STRING "EMPLOYEE " PR-EMP-ID
                                   " LOGGED " PR-LOG-DATE
                                   DELIMITED BY SIZE INTO WS-DL-TEXT
                               END-STRING
                               PERFORM 0400-WRITE-EXCEPTION
                       END-READ
               END-READ
           END-PERFORM.

       3000-CHECK-PROV-DISTROS.
           MOVE 3 TO WS-CAT-NO.
           PERFORM 0300-SECTION-HEADING.
           MOVE "N" TO WS-BROWSE-EOF.
           MOVE LOW-VALUES TO PR-TICKET-NO.
           START PROV-MASTER KEY NOT < PR-TICKET-NO
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BROWSE
               READ PROV-MASTER NEXT
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-ONE-DISTRO
               END-READ
           END-PERFORM.

       3100-CHECK-ONE-DISTRO.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT OR SLOT-FOUND
               IF WS-CT-NAME(CT-IDX) = PR-DISTRO-NAME
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-FOUND
               MOVE PR-TICKET-NO TO WS-DL-KEY
               MOVE SPACES TO WS-DL-TEXT
               STRING "DISTRO " PR-DISTRO-NAME " EMPLOYEE " PR-EMP-ID
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               END-STRING
               PERFORM 0400-WRITE-EXCEPTION
           END-IF.

       4000-CHECK-DEPARTMENTS.
           MOVE 4 TO WS-CAT-NO.
           PERFORM 0300-SECTION-HEADING.
           MOVE "N" TO WS-BROWSE-EOF.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EMP-MASTER KEY NOT < EM-EMP-ID
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BROWSE
               READ EMP-MASTER NEXT
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       IF EM-ACTIVE
                           PERFORM 4100-CHECK-ONE-DEPT
                       END-IF
               END-READ
           END-PERFORM.

       4100-CHECK-ONE-DEPT.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-COUNT OR SLOT-FOUND
               IF WS-DT-DEPT(DT-IDX) = EM-DEPT
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-FOUND
               IF WS-DEPT-COUNT < 300
                   ADD 1 TO WS-DEPT-COUNT
                   SET DT-IDX TO WS-DEPT-COUNT
                   MOVE EM-DEPT TO WS-DT-DEPT(DT-IDX)
               END-IF
               MOVE EM-DEPT TO EN-DEPT
               READ DEPT-ENTITLE
                   INVALID KEY
                       MOVE EM-DEPT TO WS-DL-KEY
                       MOVE SPACES TO WS-DL-TEXT
                       STRING "FIRST SEEN ON EMPLOYEE " EM-EMP-ID
                           DELIMITED BY SIZE INTO WS-DL-TEXT
                       END-STRING
                       PERFORM 0400-WRITE-EXCEPTION
               END-READ
           END-IF.

       5000-CHECK-TIER-RATES.
           MOVE 5 TO WS-CAT-NO.
           PERFORM 0300-SECTION-HEADING.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               MOVE WS-CT-TIER(CT-IDX) TO TR-TIER
               READ TIER-RATES
                   INVALID KEY
                       MOVE WS-CT-CODE(CT-IDX) TO WS-DL-KEY
                       MOVE SPACES TO WS-DL-TEXT
                       STRING WS-CT-NAME(CT-IDX) " TIER "
                           WS-CT-TIER(CT-IDX)
                           DELIMITED BY SIZE INTO WS-DL-TEXT
                       END-STRING
                       PERFORM 0400-WRITE-EXCEPTION
               END-READ
           END-PERFORM.

       8000-WRAP-UP.
           CLOSE PROV-MASTER.
           CLOSE EMP-MASTER.
           CLOSE DISTRO-CATALOG.
           CLOSE DEPT-ENTITLE.
           CLOSE TIER-RATES.
           MOVE "-- SUMMARY BY CATEGORY --" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > WS-CAT-MAX
               MOVE WS-CG-CODE(CG-IDX) TO WS-SM-CODE
               MOVE WS-CG-TITLE(CG-IDX) TO WS-SM-TITLE
               SET WS-CAT-NO TO CG-IDX
               MOVE WS-CG-COUNT(WS-CAT-NO) TO WS-SM-COUNT
               MOVE WS-CG-TOLERANCE(CG-IDX) TO WS-SM-TOLERANCE
               MOVE SPACES TO WS-SM-FLAG
               IF WS-CG-COUNT(WS-CAT-NO) > WS-CG-TOLERANCE(CG-IDX)
                   MOVE "*** OVER TOLERANCE" TO WS-SM-FLAG
                   SET ANY-OVER-TOLERANCE TO TRUE
               END-IF
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               DISPLAY WS-SUMMARY-LINE
           END-PERFORM.
           IF ANY-OVER-TOLERANCE
               MOVE "*** INTEGRITY CHECK FAILED, OVER TOLERANCE ***"
                   TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-TOTAL > ZERO
                   MOVE "INTEGRITY EXCEPTIONS FOUND, WITHIN TOLERANCE"
                       TO REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "ALL FILES AGREE" TO REPORT-RECORD
               END-IF
           END-IF.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORT-FILE.
