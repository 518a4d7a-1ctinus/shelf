       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPDORM.

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
           SELECT REPORT-FILE ASSIGN TO "OPDORM-OUT.DAT"
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
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDIT-REC.
       COPY JOURNAL-REC.
       COPY DORMANCY-REC.
       COPY JOURNAL-PARMS.
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
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-LIMIT-DAYS PIC 9(3) VALUE 90.
       01 WS-ANCHOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-IDLE-DAYS PIC S9(6) VALUE ZERO.
       01 WS-HOLD-PASSWORD PIC X(8).
       01 WS-MASKED-IMAGE PIC X(60).
       01 WS-CHECKED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DISABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-DROPPED PIC 9(4) VALUE ZERO.
      *****************************************************
      *  LAST SIGN-ON COMES FROM THE STARTED RECORDS ON
      *  AUDIT-LOG.DAT; LAST GRANT FROM THE ADD AND
      *  REACTIVATE ENTRIES ON THE CHANGE JOURNAL.  AN
      *  OPERATOR IS DORMANT WHEN THE LATER OF THE TWO IS
      *  MORE THAN THE DORMANCY LIMIT BEFORE THE BUSINESS
      *  DATE, OR WHEN THERE IS NEITHER.  WITHOUT THE AUDIT
      *  TRAIL EVERY OPERATOR WOULD LOOK DORMANT, SO A MISSING
      *  AUDIT-LOG.DAT FAILS THE STEP AND DISABLES NOBODY.
      *****************************************************
       01 WS-OT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OT-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
               10 WS-OT-ID         PIC X(8).
               10 WS-OT-LAST-SIGNON PIC 9(8).
               10 WS-OT-LAST-GRANT PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WS-DL-ID        PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-NAME      PIC X(25).
           05 FILLER          PIC X(10) VALUE " LAST ON  ".
           05 WS-DL-LAST      PIC X(8).
           05 FILLER          PIC X(7) VALUE "  IDLE ".
           05 WS-DL-IDLE      PIC X(5).
       01 WS-IDLE-EDIT PIC Z(4)9.
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-STEP.
           PERFORM 1000-LOAD-OPERATORS.
           PERFORM 1500-SCAN-AUDIT-LOG.
           PERFORM 1600-SCAN-CHANGE-JOURNAL.
           PERFORM 2000-DISABLE-DORMANT.
           PERFORM 3000-WRAP-UP.
           GOBACK.

       0100-INIT-STEP.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS "
                   WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG FOUND, NO OPERATOR DISABLED."
               CLOSE OPERATOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-LOG.
           OPEN OUTPUT REPORT-FILE.
           MOVE "===== DORMANT OPERATORS DISABLED ====="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BUSINESS DATE " WS-RUN-DATE
               "   DORMANT AFTER " WS-LIMIT-DAYS
               " DAYS WITHOUT SIGN-ON"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       1000-LOAD-OPERATORS.
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
                   "CHECKED: " WS-OPER-DROPPED
           END-IF.

       1500-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ AUDIT-LOG INTO AUDIT-REC
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF AU-RUN-START
                           PERFORM 1510-NOTE-SIGNON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

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

       2000-DISABLE-DORMANT.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OT-COUNT
               MOVE WS-OT-ID(OT-IDX) TO OP-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE
                           ADD 1 TO WS-CHECKED-COUNT
                           PERFORM 2100-CHECK-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-OPERATOR.
           MOVE WS-OT-LAST-SIGNON(OT-IDX) TO WS-ANCHOR-DATE.
           IF WS-OT-LAST-GRANT(OT-IDX) > WS-ANCHOR-DATE
               MOVE WS-OT-LAST-GRANT(OT-IDX) TO WS-ANCHOR-DATE
           END-IF.
           MOVE ZERO TO WS-IDLE-DAYS.
           IF WS-ANCHOR-DATE NOT = ZERO
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ANCHOR-DATE)
               END-COMPUTE
           END-IF.
           IF WS-ANCHOR-DATE = ZERO OR WS-IDLE-DAYS > WS-LIMIT-DAYS
               PERFORM 2200-DISABLE-OPERATOR
           END-IF.

       2200-DISABLE-OPERATOR.
           PERFORM 2400-MASK-IMAGE.
           MOVE WS-MASKED-IMAGE TO JP-BEFORE.
           SET OP-DISABLED TO TRUE.
           REWRITE OPERATOR-REC.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "COULD NOT DISABLE " OP-ID ", STATUS "
                   WS-OPER-STATUS
           ELSE
               ADD 1 TO WS-DISABLE-COUNT
               PERFORM 2300-WRITE-AUDIT
               MOVE "OPDORM" TO JP-OPERATOR
               MOVE "OPDORM" TO JP-PROGRAM
               MOVE "OPERATOR-MASTER" TO JP-FILE
               MOVE "DISABLE" TO JP-ACTION
               MOVE OP-ID TO JP-KEY
               PERFORM 2400-MASK-IMAGE
               MOVE WS-MASKED-IMAGE TO JP-AFTER
               CALL "MNTJRNL" USING JOURNAL-PARMS
               IF NOT JP-WRITTEN
                   DISPLAY "*** DISABLE OF " OP-ID " NOT RECORDED "
                       "ON THE CHANGE JOURNAL ***"
               END-IF
               MOVE OP-ID TO WS-DL-ID
               MOVE OP-NAME TO WS-DL-NAME
               IF WS-OT-LAST-SIGNON(OT-IDX) = ZERO
                   MOVE "NEVER" TO WS-DL-LAST
               ELSE
                   MOVE WS-OT-LAST-SIGNON(OT-IDX) TO WS-DL-LAST
               END-IF
               IF WS-ANCHOR-DATE = ZERO
                   MOVE SPACES TO WS-DL-IDLE
               ELSE
                   MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
                   MOVE WS-IDLE-EDIT TO WS-DL-IDLE
               END-IF
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               DISPLAY WS-DETAIL-LINE
           END-IF.

       2300-WRITE-AUDIT.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE OP-ID TO AU-OPERATOR.
           MOVE "OPDORM" TO AU-PROGRAM.
           MOVE WS-RUN-DATE TO AU-DATE.
           MOVE WS-STAMP-TIME(1:6) TO AU-TIME.
           SET AU-OPER-DISABLED TO TRUE.
           MOVE "DORM" TO AU-STATUS.
           MOVE ZERO TO AU-SESSION.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-REC.
           CLOSE AUDIT-LOG.

      *****************************************************
      *  PASSWORDS NEVER GO TO THE CHANGE JOURNAL.
      *****************************************************
       2400-MASK-IMAGE.
           MOVE OP-PASSWORD TO WS-HOLD-PASSWORD.
           MOVE "********" TO OP-PASSWORD.
           MOVE OPERATOR-REC TO WS-MASKED-IMAGE.
           MOVE WS-HOLD-PASSWORD TO OP-PASSWORD.

       3000-WRAP-UP.
           CLOSE OPERATOR-MASTER.
           MOVE "-----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ACTIVE OPERATORS CHECKED .... " TO WS-CL-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DORMANT OPERATORS DISABLED .. " TO WS-CL-LABEL.
           MOVE WS-DISABLE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           IF WS-DISABLE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
