           SELECT REJECT-SCRATCH ASSIGN TO "MATH-REJ.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJSCR-STATUS.
           SELECT BATCH-HIST ASSIGN TO "BATCH-HIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REJECT-SCRATCH.
       01 REJECT-SCRATCH-RECORD PIC X(39).

       FD BATCH-HIST.
       01 BATCH-HIST-RECORD PIC X(86).

       WORKING-STORAGE SECTION.
       COPY SIGNON-PARMS.
       COPY BUSDATE-PARMS.
       COPY BATCH-HIST-REC.

       01 INP PIC X(30).
       01 NUM1 PIC S9(9)V99.
       01 WS-REJECT-TRAILER.
           05 FILLER              PIC X(20) VALUE "RECORDS REJECTED:  ".
           05 WS-RT-COUNT         PIC Z(7)9.
      *****************************************************
      *  DUPLICATE-BATCH PROTECTION.  A BATCH WHOSE HEADER
      *  COUNT AND HASH ARE ALREADY ON BATCH-HIST.DAT FROM A
      *  RUN THAT BALANCED IS NOT PROCESSED AGAIN (A BATCH
      *  THAT WAS OUT OF BALANCE MAY BE RERUN ONCE CORRECTED)
      *  UNLESS A SUPERVISOR (OTHER THAN THE
      *  SIGNED-ON OPERATOR) SIGNS ON UNDER MATHFRCE TO FORCE
      *  IT.  THE OPERATOR'S OWN SIGN-ON IS HELD WHILE THE
      *  SUPERVISOR'S IS CHECKED.
      *****************************************************
       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-HIST-EOF PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-DUP-STATE PIC X VALUE "N".
           88 BATCH-NOT-DUPLICATE VALUE "N".
           88 BATCH-DUPLICATE VALUE "D".
           88 BATCH-FORCED VALUE "F".
       01 WS-DUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUP-OPER PIC X(8) VALUE SPACES.
       01 WS-FORCE-ANSWER PIC X.
       01 WS-FORCE-OPER PIC X(8) VALUE SPACES.
       01 WS-HOLD-SIGNON PIC X(28).
       01 WS-HOLD-OPERATOR PIC X(8).
       01 WS-HIST-TIME PIC 9(8).
       01 WS-HIST-STATE PIC X VALUE "Y".
           88 BATCH-RECORDED VALUE "Y".
           88 BATCH-NOT-RECORDED VALUE "N".
       01 WS-HIST-ERROR-LINE.
           05 FILLER PIC X(39)
               VALUE "*** BATCH NOT RECORDED ON BATCH-HIST, ".
           05 FILLER PIC X(7) VALUE "STATUS ".
           05 WS-HE-STATUS PIC X(2).
           05 FILLER PIC X(4) VALUE " ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           IF BATCH-OUT-OF-BALANCE OR BATCH-INPUT-MISSING THEN
               MOVE "ABND" TO SP-COMP-STATUS
           ELSE
               IF BATCH-DUPLICATE THEN
                   MOVE "DUPL" TO SP-COMP-STATUS
               ELSE
                   MOVE "NORM" TO SP-COMP-STATUS
               END-IF
           END-IF.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF BATCH-OUT-OF-BALANCE OR BATCH-INPUT-MISSING THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BATCH-DUPLICATE OR BATCH-NOT-RECORDED THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1000-SINGLE-CALC.
           ELSE
               SET TRANS-OPENED TO TRUE
               PERFORM 2150-READ-HEADER
               IF HEADER-WAS-READ THEN
                   PERFORM 2180-CHECK-DUPLICATE
               END-IF
               IF BATCH-DUPLICATE THEN
                   CLOSE TRANS-FILE
                   MOVE "N" TO WS-TRANS-OPENED
                   SET END-OF-TRANS TO TRUE
               ELSE
                   IF WS-SKIP-COUNT > 0 THEN
                       PERFORM 2160-TRUNCATE-REPORT
                       OPEN EXTEND REPORT-FILE
                       IF WS-REPORT-STATUS NOT = "00" THEN
                           OPEN OUTPUT REPORT-FILE
                       END-IF
                       PERFORM 2170-TRUNCATE-REJECTS
                       OPEN EXTEND REJECT-SCRATCH
                       IF WS-REJSCR-STATUS NOT = "00" THEN
                           OPEN OUTPUT REJECT-SCRATCH
                       END-IF
                   ELSE
                       OPEN OUTPUT REPORT-FILE
                       OPEN OUTPUT REJECT-SCRATCH
                   END-IF
               END-IF
           END-IF.

                   SET HEADER-WAS-READ TO TRUE
           END-READ.

       2180-CHECK-DUPLICATE.
           SET BATCH-NOT-DUPLICATE TO TRUE.
           OPEN INPUT BATCH-HIST.
           IF WS-HIST-STATUS = "00" THEN
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL END-OF-HISTORY OR BATCH-DUPLICATE
                   READ BATCH-HIST INTO BATCH-HIST-REC
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           IF BH-REC-COUNT = HDR-REC-COUNT
                               AND BH-HASH-TOTAL = HDR-HASH-TOTAL
                               AND BH-IN-BALANCE THEN
                               SET BATCH-DUPLICATE TO TRUE
                               MOVE BH-BUS-DATE TO WS-DUP-DATE
                               MOVE BH-OPERATOR TO WS-DUP-OPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-HIST
           END-IF.
           IF BATCH-DUPLICATE THEN
               DISPLAY "*** BATCH ALREADY PROCESSED ON " WS-DUP-DATE
                   " BY " WS-DUP-OPER " ***"
               DISPLAY "HEADER COUNT " HDR-REC-COUNT " HASH "
                   HDR-HASH-TOTAL
               DISPLAY "SUPERVISOR FORCE THIS BATCH (Y/N)? "
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = "Y" OR WS-FORCE-ANSWER = "y" THEN
                   PERFORM 2190-SUPERVISOR-FORCE
               END-IF
           END-IF.
           IF BATCH-DUPLICATE THEN
               DISPLAY "DUPLICATE BATCH NOT PROCESSED."
           END-IF.

       2190-SUPERVISOR-FORCE.
           MOVE SIGNON-PARMS TO WS-HOLD-SIGNON.
           MOVE SP-OPERATOR TO WS-HOLD-OPERATOR.
           DISPLAY "SUPERVISOR ID? "
           ACCEPT SP-OPERATOR.
           IF SP-OPERATOR = WS-HOLD-OPERATOR THEN
               DISPLAY "THE SIGNED-ON OPERATOR CANNOT FORCE THEIR "
                   "OWN BATCH."
           ELSE
               SET SP-SIGNON TO TRUE
               MOVE "MATHFRCE" TO SP-PROGRAM
               MOVE SPACES TO SP-COMP-STATUS
               CALL "SIGNON" USING SIGNON-PARMS
               IF SP-AUTHORIZED THEN
                   SET BATCH-FORCED TO TRUE
                   MOVE SP-OPERATOR TO WS-FORCE-OPER
                   DISPLAY "DUPLICATE BATCH FORCED BY " WS-FORCE-OPER
                   SET SP-SIGNOFF TO TRUE
                   MOVE "NORM" TO SP-COMP-STATUS
                   CALL "SIGNON" USING SIGNON-PARMS
               ELSE
                   DISPLAY "SUPERVISOR SIGN-ON REFUSED."
               END-IF
           END-IF.
           MOVE WS-HOLD-SIGNON TO SIGNON-PARMS.

       2250-GET-BUSINESS-DATE.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
               CLOSE REJECT-SCRATCH
               PERFORM 2970-FINALIZE-REJECTS
               PERFORM 2800-RESET-CHECKPOINT
               PERFORM 2980-RECORD-BATCH
               DISPLAY "RECORDS PROCESSED: " WS-RECORD-COUNT
               DISPLAY "RECORDS REJECTED:  " WS-REJECT-COUNT
               MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-EDIT
           CLOSE REJECT-FILE.
           CALL "SYSTEM" USING "rm -f MATH-REJ.TMP".

       2980-RECORD-BATCH.
           ACCEPT WS-HIST-TIME FROM TIME.
           MOVE WS-BATCH-DATE TO BH-BUS-DATE.
           MOVE WS-HIST-TIME(1:6) TO BH-RUN-TIME.
           MOVE HDR-REC-COUNT TO BH-REC-COUNT.
           MOVE HDR-HASH-TOTAL TO BH-HASH-TOTAL.
           MOVE WS-GRAND-TOTAL TO BH-GRAND-TOTAL.
           MOVE WS-REJECT-COUNT TO BH-REJECT-COUNT.
           MOVE SP-OPERATOR TO BH-OPERATOR.
           IF BATCH-OUT-OF-BALANCE THEN
               SET BH-OUT-OF-BALANCE TO TRUE
           ELSE
               SET BH-IN-BALANCE TO TRUE
           END-IF.
           MOVE WS-FORCE-OPER TO BH-FORCE-OPER.
           OPEN EXTEND BATCH-HIST.
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT BATCH-HIST
           END-IF.
           IF WS-HIST-STATUS NOT = "00" THEN
               PERFORM 2990-REPORT-NOT-RECORDED
           ELSE
               WRITE BATCH-HIST-RECORD FROM BATCH-HIST-REC
               IF WS-HIST-STATUS NOT = "00" THEN
                   PERFORM 2990-REPORT-NOT-RECORDED
               END-IF
               CLOSE BATCH-HIST
           END-IF.

       2990-REPORT-NOT-RECORDED.
           SET BATCH-NOT-RECORDED TO TRUE.
           MOVE WS-HIST-STATUS TO WS-HE-STATUS.
           DISPLAY WS-HIST-ERROR-LINE.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS = "00" THEN
               WRITE REPORT-RECORD FROM WS-HIST-ERROR-LINE
               CLOSE REPORT-FILE
           END-IF.

       2900-WRITE-TRAILER.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT.
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.
