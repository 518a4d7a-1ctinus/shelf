       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID
               FILE STATUS WS-OPER-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINT-JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT DORMANCY-CTL ASSIGN TO "DORMANCY-CTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DORM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPRECERT-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       COPY OPERATOR-REC.

       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD PIC X(54).

       FD MAINT-JOURNAL.
       01 MAINT-JOURNAL-RECORD PIC X(190).

       FD DORMANCY-CTL.
       01 DORMANCY-CTL-RECORD PIC X(21).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY AUDIT-REC.
       COPY JOURNAL-REC.
       COPY DORMANCY-REC.
       COPY BUSDATE-PARMS.

       01 WS-OPER-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-JRNL-STATUS PIC X(2) VALUE SPACES.
       01 WS-DORM-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-FOUND PIC X VALUE "N".
           88 OPERATOR-FOUND VALUE "Y".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-LIMIT-DAYS PIC 9(3) VALUE 90.
       01 WS-ANCHOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-IDLE-DAYS PIC S9(6) VALUE ZERO.
       01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DISABLED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DORMANT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-DROPPED PIC 9(4) VALUE ZERO.
      *****************************************************
      *  ONE ENTRY PER OPERATOR ON THE MASTER.  LAST SIGN-ON
      *  IS THE LATEST STARTED RECORD ON AUDIT-LOG.DAT; LAST
      *  GRANT IS THE LATEST ADD OR REACTIVATE OF THE
      *  OPERATOR ON THE CHANGE JOURNAL, SO A NEW OR
      *  RE-ENABLED OPERATOR IS NOT DORMANT BEFORE THEY
      *  HAVE HAD A CHANCE TO SIGN ON.
      *****************************************************
       01 WS-OT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OT-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
               10 WS-OT-ID         PIC X(8).
               10 WS-OT-LAST-SIGNON PIC 9(8).
               10 WS-OT-LAST-GRANT PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(35)
               VALUE "OPERATOR NAME                      ".
           05 FILLER PIC X(34)
               VALUE "S L M D B V P FL LAST-ON  IDLE    ".
       01 WS-DETAIL-LINE.
           05 WS-DL-ID        PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-NAME      PIC X(25).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-STATUS    PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-LINUX     PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-MATH      PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-DISTRPT   PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-BATCH     PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-SUPER     PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-PW        PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-FAILS     PIC 9(2).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-LAST      PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-IDLE      PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-FLAG      PIC X(15).
       01 WS-IDLE-EDIT PIC Z(4)9.
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-REPORT.
           PERFORM 1000-LOAD-OPERATORS.
           PERFORM 1500-SCAN-AUDIT-LOG.
           PERFORM 1600-SCAN-CHANGE-JOURNAL.
           PERFORM 2000-LIST-OPERATORS.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 4000-PRINT-SIGN-OFF.
           CLOSE REPORT-FILE.
           STOP RUN.

       0100-INIT-REPORT.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT DORMANCY-CTL.
           IF WS-DORM-STATUS = "00"
               READ DORMANCY-CTL INTO DORMANCY-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DM-LIMIT-DAYS IS NUMERIC
                               AND DM-LIMIT-DAYS > ZERO
                           MOVE DM-LIMIT-DAYS TO WS-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE DORMANCY-CTL
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "===== OPERATOR ACCESS RECERTIFICATION ====="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BUSINESS DATE " WS-REPORT-DATE
               "   DORMANT AFTER " WS-LIMIT-DAYS
               " DAYS WITHOUT SIGN-ON"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       1000-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS "
                   WS-OPER-STATUS
               MOVE "OPERATOR MASTER NOT AVAILABLE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-MASTER KEY NOT < OP-ID
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ OPERATOR-MASTER NEXT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-OT-COUNT < 500
                           ADD 1 TO WS-OT-COUNT
                           SET OT-IDX TO WS-OT-COUNT
                           MOVE OP-ID TO WS-OT-ID(OT-IDX)
                           MOVE ZERO TO WS-OT-LAST-SIGNON(OT-IDX)
                           MOVE ZERO TO WS-OT-LAST-GRANT(OT-IDX)
                       ELSE
                           ADD 1 TO WS-OPER-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPER-DROPPED > ZERO
               DISPLAY "TABLE LIMIT REACHED, OPERATORS NOT "
                   "LISTED: " WS-OPER-DROPPED
           END-IF.

       1500-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG FOUND, NO SIGN-ONS ON FILE."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-LOG INTO AUDIT-REC
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AU-RUN-START
                               PERFORM 1510-NOTE-SIGNON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       1510-NOTE-SIGNON.
           MOVE AU-OPERATOR TO OP-ID.
           PERFORM 1700-FIND-OPERATOR.
           IF OPERATOR-FOUND
               IF AU-DATE > WS-OT-LAST-SIGNON(OT-IDX)
                   MOVE AU-DATE TO WS-OT-LAST-SIGNON(OT-IDX)
               END-IF
           END-IF.

       1600-SCAN-CHANGE-JOURNAL.
           OPEN INPUT MAINT-JOURNAL.
           IF WS-JRNL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MAINT-JOURNAL INTO JOURNAL-REC
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF MJ-FILE = "OPERATOR-MASTER"
                                   AND (MJ-ADD OR MJ-REACTIVATE)
                               PERFORM 1610-NOTE-GRANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL
           END-IF.

       1610-NOTE-GRANT.
           MOVE MJ-KEY TO OP-ID.
           PERFORM 1700-FIND-OPERATOR.
           IF OPERATOR-FOUND
               IF MJ-DATE > WS-OT-LAST-GRANT(OT-IDX)
                   MOVE MJ-DATE TO WS-OT-LAST-GRANT(OT-IDX)
               END-IF
           END-IF.

       1700-FIND-OPERATOR.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OT-COUNT OR OPERATOR-FOUND
               IF WS-OT-ID(OT-IDX) = OP-ID
                   SET OPERATOR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF OPERATOR-FOUND
               SET OT-IDX DOWN BY 1
           END-IF.

       2000-LIST-OPERATORS.
           MOVE "S=STATUS L=LINUX M=MATH D=DISTRPT B=BATCH V=SUPERVISOR"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "P=PASSWORD STATE  FL=FAILED SIGN-ONS"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "IDLE=DAYS SINCE LAST SIGN-ON, ADD OR REACTIVATION"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OT-COUNT
               MOVE WS-OT-ID(OT-IDX) TO OP-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2100-LIST-ONE-OPERATOR
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER.

       2100-LIST-ONE-OPERATOR.
           ADD 1 TO WS-OPER-COUNT.
           IF OP-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               ADD 1 TO WS-DISABLED-COUNT
           END-IF.
           IF OP-AUTH-SUPER = "Y"
               ADD 1 TO WS-SUPER-COUNT
           END-IF.
           IF OP-AUTH-BATCH = "Y"
               ADD 1 TO WS-BATCH-COUNT
           END-IF.
           MOVE OP-ID TO WS-DL-ID.
           MOVE OP-NAME TO WS-DL-NAME.
           MOVE OP-STATUS TO WS-DL-STATUS.
           MOVE OP-AUTH-LINUX TO WS-DL-LINUX.
           MOVE OP-AUTH-MATH TO WS-DL-MATH.
           MOVE OP-AUTH-DISTRPT TO WS-DL-DISTRPT.
           MOVE OP-AUTH-BATCH TO WS-DL-BATCH.
           MOVE OP-AUTH-SUPER TO WS-DL-SUPER.
           MOVE OP-PW-FLAG TO WS-DL-PW.
           MOVE OP-FAIL-COUNT TO WS-DL-FAILS.
           IF WS-OT-LAST-SIGNON(OT-IDX) = ZERO
               MOVE "NEVER" TO WS-DL-LAST
           ELSE
               MOVE WS-OT-LAST-SIGNON(OT-IDX) TO WS-DL-LAST
           END-IF.
           PERFORM 2200-IDLE-DAYS.
           MOVE SPACES TO WS-DL-IDLE.
           MOVE SPACES TO WS-DL-FLAG.
           IF WS-ANCHOR-DATE = ZERO
               IF OP-ACTIVE
                   MOVE "*** NO SIGN-ON" TO WS-DL-FLAG
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           ELSE
               MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-DL-IDLE
               IF OP-ACTIVE AND WS-IDLE-DAYS > WS-LIMIT-DAYS
                   MOVE "*** DORMANT" TO WS-DL-FLAG
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

       2200-IDLE-DAYS.
           MOVE WS-OT-LAST-SIGNON(OT-IDX) TO WS-ANCHOR-DATE.
           IF WS-OT-LAST-GRANT(OT-IDX) > WS-ANCHOR-DATE
               MOVE WS-OT-LAST-GRANT(OT-IDX) TO WS-ANCHOR-DATE
           END-IF.
           MOVE ZERO TO WS-IDLE-DAYS.
           IF WS-ANCHOR-DATE NOT = ZERO
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ANCHOR-DATE)
               END-COMPUTE
               IF WS-IDLE-DAYS < ZERO
                   MOVE ZERO TO WS-IDLE-DAYS
               END-IF
           END-IF.

       3000-PRINT-TOTALS.
           MOVE "--------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OPERATORS ON MASTER ......... " TO WS-CL-LABEL.
           MOVE WS-OPER-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "ACTIVE ...................... " TO WS-CL-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DISABLED .................... " TO WS-CL-LABEL.
           MOVE WS-DISABLED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "ACTIVE BUT DORMANT .......... " TO WS-CL-LABEL.
           MOVE WS-DORMANT-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "WITH BATCH AUTHORITY ........ " TO WS-CL-LABEL.
           MOVE WS-BATCH-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "SUPERVISORS ................. " TO WS-CL-LABEL.
           MOVE WS-SUPER-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.

       4000-PRINT-SIGN-OFF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ACCESS ABOVE REVIEWED AND RECERTIFIED BY:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SIGNATURE: _________________________  DATE: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
