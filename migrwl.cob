       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRWL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRO-CATALOG ASSIGN TO "DISTRO-CATALOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DC-CODE
               FILE STATUS WS-CAT-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY EM-EMP-ID
               FILE STATUS WS-EMP-STATUS.
           SELECT PROV-MASTER ASSIGN TO "PROV-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PR-TICKET-NO
               ALTERNATE RECORD KEY PR-EMP-ID WITH DUPLICATES
               FILE STATUS WS-MASTER-STATUS.
           SELECT REIMAGE-FILE ASSIGN TO "MIGR-REIMAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REIMAGE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MIGR-HIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MIGRWL-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRO-CATALOG.
       COPY DISTRO-REC.

       FD EMP-MASTER.
       COPY EMPLOYEE-REC.

       FD PROV-MASTER.
       COPY PROVISION-REC.

       FD REIMAGE-FILE.
       01 REIMAGE-RECORD PIC X(45).

       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(39).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BUSDATE-PARMS.

       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-REIMAGE-STATUS PIC X(2) VALUE SPACES.
       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAT-EOF PIC X VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-BROWSE-EOF PIC X VALUE "N".
           88 END-OF-BROWSE VALUE "Y".
       01 WS-FOUND PIC X VALUE "N".
           88 SLOT-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
      *****************************************************
      *  CATALOG TABLE.  FOR EACH RETIRED ENTRY THE
      *  SUGGESTED REPLACEMENT IS THE LOWEST-CODE ACTIVE
      *  ENTRY WITH THE SAME SUPPORT TIER, SO THE EMPLOYEE
      *  KEEPS THE SAME LEVEL OF SUPPORT (AND CHARGEBACK).
      *****************************************************
       01 WS-CAT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RETIRED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX RP-IDX.
               10 WS-CT-CODE       PIC X(2).
               10 WS-CT-NAME       PIC X(20).
               10 WS-CT-STATUS     PIC X.
                   88 CT-ACTIVE        VALUE "A".
                   88 CT-RETIRED       VALUE "R".
               10 WS-CT-TIER       PIC X.
               10 WS-CT-REPL-NAME  PIC X(20).
               10 WS-CT-EMP-COUNT  PIC 9(6).
      *****************************************************
      *  LATEST PROVISIONING FOR THE EMPLOYEE BEING BROWSED.
      *  PROV-MASTER IS READ IN EMPLOYEE-ID ORDER THROUGH
      *  THE ALTERNATE KEY; THE ENTRY WITH THE HIGHEST DATE
      *  AND TIME IS THE ONE THE EMPLOYEE IS RUNNING NOW.
      *****************************************************
       01 WS-HOLD-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-HOLD-STAMP PIC 9(14) VALUE ZERO.
       01 WS-THIS-STAMP PIC 9(14) VALUE ZERO.
       01 WS-HOLD-TICKET PIC X(8).
       01 WS-HOLD-DISTRO PIC X(20).
       01 WS-HOLD-DATE PIC 9(8).
      *****************************************************
      *  WORKLIST TABLE, KEPT IN DEPARTMENT / COST CENTER /
      *  EMPLOYEE ORDER AS ENTRIES ARE ADDED SO THE REPORT
      *  CAN BE WRITTEN WITH SIMPLE CONTROL BREAKS.
      *****************************************************
       01 WS-WORK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WORK-DROPPED PIC 9(4) VALUE ZERO.
       01 WS-WORK-TABLE.
           05 WS-WK-ENTRY OCCURS 2000 TIMES INDEXED BY WK-IDX SH-IDX.
               10 WS-WK-KEY.
                   15 WS-WK-DEPT       PIC X(4).
                   15 WS-WK-COST-CTR   PIC X(6).
                   15 WS-WK-EMP-ID     PIC X(6).
               10 WS-WK-NAME       PIC X(25).
               10 WS-WK-TICKET     PIC X(8).
               10 WS-WK-DISTRO     PIC X(20).
               10 WS-WK-REPL-NAME  PIC X(20).
               10 WS-WK-LOG-DATE   PIC 9(8).
       01 WS-NEW-KEY.
           05 WS-NK-DEPT           PIC X(4).
           05 WS-NK-COST-CTR       PIC X(6).
           05 WS-NK-EMP-ID         PIC X(6).
       01 WS-BREAK-DEPT PIC X(4).
       01 WS-BREAK-CTR PIC X(6).
       01 WS-DEPT-EMPS PIC 9(6) VALUE ZERO.
       01 WS-CTR-EMPS PIC 9(6) VALUE ZERO.
       01 WS-PROV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EMP-SEEN PIC 9(6) VALUE ZERO.
       01 WS-ON-RETIRED PIC 9(6) VALUE ZERO.
       01 WS-TERM-SKIPPED PIC 9(6) VALUE ZERO.
       01 WS-NOT-ON-MASTER PIC 9(6) VALUE ZERO.
       01 WS-NO-REPL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REIMAGE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXTRACT-LINE.
           05 EXT-EMP-ID           PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-TICKET-NO        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-DISTRO-NAME      PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 EXT-LOG-DATE         PIC 9(8).
       01 WS-HISTORY-LINE.
           05 HS-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 HS-DC-CODE           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 HS-DISTRO-NAME       PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 HS-EMP-COUNT         PIC 9(6).
       01 WS-HEADER-LINE.
           05 FILLER          PIC X(40)
               VALUE "===== EOL DISTRO MIGRATION WORKLIST FOR ".
           05 WS-HD-DATE      PIC 9(8).
           05 FILLER          PIC X(6) VALUE " =====".
       01 WS-DEPT-LINE.
           05 FILLER          PIC X(5) VALUE "DEPT ".
           05 WS-DB-DEPT      PIC X(4).
       01 WS-CTR-LINE.
           05 FILLER          PIC X(11) VALUE "  COST CTR ".
           05 WS-CB-CTR       PIC X(6).
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-DL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-NAME      PIC X(25).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DISTRO    PIC X(20).
           05 FILLER          PIC X(4) VALUE " -> ".
           05 WS-DL-REPL      PIC X(20).
       01 WS-SUBTOTAL-LINE.
           05 WS-SL-LABEL     PIC X(30).
           05 WS-SL-COUNT     PIC Z(5)9.
       01 WS-DISTRO-LINE.
           05 WS-RL-CODE      PIC X(2).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RL-NAME      PIC X(20).
           05 FILLER          PIC X(3) VALUE " = ".
           05 WS-RL-COUNT     PIC Z(5)9.
           05 FILLER          PIC X(17) VALUE "  REPLACEMENT -> ".
           05 WS-RL-REPL      PIC X(20).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT.
           PERFORM 1000-LOAD-CATALOG.
           IF WS-RETIRED-COUNT = ZERO
               DISPLAY "NO RETIRED DISTROS ON CATALOG, NOTHING TO "
                   "MIGRATE."
               CLOSE EMP-MASTER
               CLOSE PROV-MASTER
               STOP RUN
           END-IF.
           PERFORM 1500-PICK-REPLACEMENTS.
           PERFORM 2000-BROWSE-PROVISIONING.
           PERFORM 3000-WRITE-WORKLIST.
           PERFORM 4000-WRITE-DISTRO-COUNTS.
           PERFORM 5000-WRAP-UP.
           STOP RUN.

       0100-INIT.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROV-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PROVISIONING MASTER NOT AVAILABLE, STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN PROVLD TO LOAD IT FROM THE LOG."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-CATALOG.
           OPEN INPUT DISTRO-CATALOG.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "DISTRO CATALOG NOT AVAILABLE, STATUS "
                   WS-CAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO DC-CODE.
           START DISTRO-CATALOG KEY NOT < DC-CODE
               INVALID KEY
                   SET END-OF-CATALOG TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CATALOG
               READ DISTRO-CATALOG NEXT
                   AT END
                       SET END-OF-CATALOG TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < 100
                           ADD 1 TO WS-CAT-COUNT
                           SET CT-IDX TO WS-CAT-COUNT
                           MOVE DC-CODE TO WS-CT-CODE(CT-IDX)
                           MOVE DC-DISPLAY-NAME TO WS-CT-NAME(CT-IDX)
                           MOVE DC-STATUS TO WS-CT-STATUS(CT-IDX)
                           MOVE DC-SUPPORT-TIER TO WS-CT-TIER(CT-IDX)
                           MOVE SPACES TO WS-CT-REPL-NAME(CT-IDX)
                           MOVE ZERO TO WS-CT-EMP-COUNT(CT-IDX)
                           IF DC-RETIRED
                               ADD 1 TO WS-RETIRED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRO-CATALOG.

       1500-PICK-REPLACEMENTS.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               IF CT-RETIRED(CT-IDX)
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING RP-IDX FROM 1 BY 1
                           UNTIL RP-IDX > WS-CAT-COUNT OR SLOT-FOUND
                       IF CT-ACTIVE(RP-IDX) AND
                               WS-CT-TIER(RP-IDX) = WS-CT-TIER(CT-IDX)
                           MOVE WS-CT-NAME(RP-IDX)
                               TO WS-CT-REPL-NAME(CT-IDX)
                           SET SLOT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2000-BROWSE-PROVISIONING.
           MOVE LOW-VALUES TO PR-EMP-ID.
           START PROV-MASTER KEY NOT < PR-EMP-ID
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BROWSE
               READ PROV-MASTER NEXT
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROV-COUNT
                       PERFORM 2100-TRACK-LATEST
               END-READ
           END-PERFORM.
           IF WS-HOLD-EMP-ID NOT = SPACES
               PERFORM 2200-CHECK-LATEST
           END-IF.
           CLOSE PROV-MASTER.
           CLOSE EMP-MASTER.

       2100-TRACK-LATEST.
           IF PR-EMP-ID NOT = WS-HOLD-EMP-ID
               IF WS-HOLD-EMP-ID NOT = SPACES
                   PERFORM 2200-CHECK-LATEST
               END-IF
               MOVE PR-EMP-ID TO WS-HOLD-EMP-ID
               MOVE ZERO TO WS-HOLD-STAMP
           END-IF.
           COMPUTE WS-THIS-STAMP = PR-LOG-DATE * 1000000
               + PR-LOG-TIME.
           IF WS-THIS-STAMP NOT < WS-HOLD-STAMP
               MOVE WS-THIS-STAMP TO WS-HOLD-STAMP
               MOVE PR-TICKET-NO TO WS-HOLD-TICKET
               MOVE PR-DISTRO-NAME TO WS-HOLD-DISTRO
               MOVE PR-LOG-DATE TO WS-HOLD-DATE
           END-IF.

       2200-CHECK-LATEST.
           ADD 1 TO WS-EMP-SEEN.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT OR SLOT-FOUND
               IF WS-CT-NAME(CT-IDX) = WS-HOLD-DISTRO
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SLOT-FOUND
               SET CT-IDX DOWN BY 1
               IF CT-RETIRED(CT-IDX)
                   PERFORM 2300-CHECK-EMPLOYEE
               END-IF
           END-IF.

       2300-CHECK-EMPLOYEE.
           MOVE WS-HOLD-EMP-ID TO EM-EMP-ID.
           READ EMP-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   IF EM-TERMINATED
                       ADD 1 TO WS-TERM-SKIPPED
                   ELSE
                       ADD 1 TO WS-ON-RETIRED
                       ADD 1 TO WS-CT-EMP-COUNT(CT-IDX)
                       PERFORM 2400-ADD-WORK-ENTRY
                   END-IF
           END-READ.

       2400-ADD-WORK-ENTRY.
           IF WS-WORK-COUNT NOT < 2000
               ADD 1 TO WS-WORK-DROPPED
           ELSE
               MOVE EM-DEPT TO WS-NK-DEPT
               MOVE EM-COST-CTR TO WS-NK-COST-CTR
               MOVE EM-EMP-ID TO WS-NK-EMP-ID
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WK-IDX FROM 1 BY 1
                       UNTIL WK-IDX > WS-WORK-COUNT OR SLOT-FOUND
                   IF WS-WK-KEY(WK-IDX) > WS-NEW-KEY
                       SET SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF SLOT-FOUND
                   SET WK-IDX DOWN BY 1
               END-IF
               ADD 1 TO WS-WORK-COUNT
               PERFORM VARYING SH-IDX FROM WS-WORK-COUNT BY -1
                       UNTIL SH-IDX NOT > WK-IDX
                   MOVE WS-WK-ENTRY(SH-IDX - 1) TO WS-WK-ENTRY(SH-IDX)
               END-PERFORM
               MOVE WS-NEW-KEY TO WS-WK-KEY(WK-IDX)
               MOVE EM-NAME TO WS-WK-NAME(WK-IDX)
               MOVE WS-HOLD-TICKET TO WS-WK-TICKET(WK-IDX)
               MOVE WS-HOLD-DISTRO TO WS-WK-DISTRO(WK-IDX)
               MOVE WS-CT-REPL-NAME(CT-IDX) TO WS-WK-REPL-NAME(WK-IDX)
               MOVE WS-HOLD-DATE TO WS-WK-LOG-DATE(WK-IDX)
           END-IF.

       3000-WRITE-WORKLIST.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HD-DATE.
           WRITE REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE "-- SECTION 1: RE-IMAGE WORKLIST BY DEPT / COST CTR --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN OUTPUT REIMAGE-FILE.
           MOVE SPACES TO WS-BREAK-DEPT.
           MOVE SPACES TO WS-BREAK-CTR.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WORK-COUNT
               IF WS-WK-DEPT(WK-IDX) NOT = WS-BREAK-DEPT
                   PERFORM 3200-END-COST-CTR
                   PERFORM 3300-END-DEPT
                   MOVE WS-WK-DEPT(WK-IDX) TO WS-BREAK-DEPT
                   MOVE WS-BREAK-DEPT TO WS-DB-DEPT
                   WRITE REPORT-RECORD FROM WS-DEPT-LINE
                   MOVE SPACES TO WS-BREAK-CTR
               END-IF
               IF WS-WK-COST-CTR(WK-IDX) NOT = WS-BREAK-CTR
                   PERFORM 3200-END-COST-CTR
                   MOVE WS-WK-COST-CTR(WK-IDX) TO WS-BREAK-CTR
                   MOVE WS-BREAK-CTR TO WS-CB-CTR
                   WRITE REPORT-RECORD FROM WS-CTR-LINE
               END-IF
               PERFORM 3100-WRITE-WORK-ENTRY
           END-PERFORM.
           PERFORM 3200-END-COST-CTR.
           PERFORM 3300-END-DEPT.
           IF WS-WORK-COUNT = ZERO
               MOVE "NO ACTIVE EMPLOYEES ARE RUNNING A RETIRED DISTRO."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REIMAGE-FILE.

       3100-WRITE-WORK-ENTRY.
           MOVE WS-WK-EMP-ID(WK-IDX) TO WS-DL-EMP.
           MOVE WS-WK-NAME(WK-IDX) TO WS-DL-NAME.
           MOVE WS-WK-TICKET(WK-IDX) TO WS-DL-TICKET.
           MOVE WS-WK-DISTRO(WK-IDX) TO WS-DL-DISTRO.
           IF WS-WK-REPL-NAME(WK-IDX) = SPACES
               MOVE "*NO SAME-TIER DISTRO" TO WS-DL-REPL
               ADD 1 TO WS-NO-REPL-COUNT
           ELSE
               MOVE WS-WK-REPL-NAME(WK-IDX) TO WS-DL-REPL
               MOVE WS-WK-EMP-ID(WK-IDX) TO EXT-EMP-ID
               MOVE WS-WK-TICKET(WK-IDX) TO EXT-TICKET-NO
               MOVE WS-WK-REPL-NAME(WK-IDX) TO EXT-DISTRO-NAME
               MOVE WS-RUN-DATE TO EXT-LOG-DATE
               WRITE REIMAGE-RECORD FROM WS-EXTRACT-LINE
               ADD 1 TO WS-REIMAGE-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           ADD 1 TO WS-CTR-EMPS.
           ADD 1 TO WS-DEPT-EMPS.

       3200-END-COST-CTR.
           IF WS-CTR-EMPS > ZERO
               MOVE "    COST CENTER EMPLOYEES ... " TO WS-SL-LABEL
               MOVE WS-CTR-EMPS TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUBTOTAL-LINE
               MOVE ZERO TO WS-CTR-EMPS
           END-IF.

       3300-END-DEPT.
           IF WS-DEPT-EMPS > ZERO
               MOVE "  DEPARTMENT EMPLOYEES ...... " TO WS-SL-LABEL
               MOVE WS-DEPT-EMPS TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUBTOTAL-LINE
               MOVE ZERO TO WS-DEPT-EMPS
           END-IF.

      *****************************************************
      *  RUNNING COUNT BY RETIRED DISTRO.  EACH RUN ALSO
      *  APPENDS ITS COUNTS TO MIGR-HIST.DAT SO THE MIGRATION
      *  CAN BE TRACKED DOWN TO ZERO OVER SUCCESSIVE RUNS.
      *****************************************************
       4000-WRITE-DISTRO-COUNTS.
           MOVE "-- SECTION 2: ACTIVE EMPLOYEES ON RETIRED DISTROS --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               IF CT-RETIRED(CT-IDX)
                   MOVE WS-CT-CODE(CT-IDX) TO WS-RL-CODE
                   MOVE WS-CT-NAME(CT-IDX) TO WS-RL-NAME
                   MOVE WS-CT-EMP-COUNT(CT-IDX) TO WS-RL-COUNT
                   IF WS-CT-REPL-NAME(CT-IDX) = SPACES
                       MOVE "*NONE AT THIS TIER" TO WS-RL-REPL
                   ELSE
                       MOVE WS-CT-REPL-NAME(CT-IDX) TO WS-RL-REPL
                   END-IF
                   WRITE REPORT-RECORD FROM WS-DISTRO-LINE
                   DISPLAY WS-DISTRO-LINE
                   MOVE WS-RUN-DATE TO HS-RUN-DATE
                   MOVE WS-CT-CODE(CT-IDX) TO HS-DC-CODE
                   MOVE WS-CT-NAME(CT-IDX) TO HS-DISTRO-NAME
                   MOVE WS-CT-EMP-COUNT(CT-IDX) TO HS-EMP-COUNT
                   WRITE HISTORY-RECORD FROM WS-HISTORY-LINE
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

       5000-WRAP-UP.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "PROVISIONING RECORDS READ ... " TO WS-CL-LABEL.
           MOVE WS-PROV-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "EMPLOYEES REVIEWED .......... " TO WS-CL-LABEL.
           MOVE WS-EMP-SEEN TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "ACTIVE ON A RETIRED DISTRO .. " TO WS-CL-LABEL.
           MOVE WS-ON-RETIRED TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TERMINATED, SKIPPED ......... " TO WS-CL-LABEL.
           MOVE WS-TERM-SKIPPED TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "NOT ON EMPLOYEE MASTER ...... " TO WS-CL-LABEL.
           MOVE WS-NOT-ON-MASTER TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "RE-IMAGE REQUESTS WRITTEN ... " TO WS-CL-LABEL.
           MOVE WS-REIMAGE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "NO SAME-TIER REPLACEMENT .... " TO WS-CL-LABEL.
           MOVE WS-NO-REPL-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           IF WS-WORK-DROPPED > ZERO
               MOVE "NOT LISTED, TABLE LIMIT ..... " TO WS-CL-LABEL
               MOVE WS-WORK-DROPPED TO WS-CL-COUNT
               WRITE REPORT-RECORD FROM WS-COUNT-LINE
               DISPLAY WS-COUNT-LINE
           END-IF.
           CLOSE REPORT-FILE.
