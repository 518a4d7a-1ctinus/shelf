       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-HIST ASSIGN TO "BATCH-HIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MATHHIST-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-HIST.
       01 BATCH-HIST-RECORD PIC X(86).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCH-HIST-REC.
       COPY BUSDATE-PARMS.

       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-BATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OUT-BAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FORCED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RANGE-LINE.
           05 FILLER          PIC X(14) VALUE "BUSINESS DATE ".
           05 WS-RL-FROM      PIC 9(8).
           05 FILLER          PIC X(4) VALUE " TO ".
           05 WS-RL-TO        PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER          PIC X(40) VALUE
               "BUS DATE TIME   RECORDS HASH TOTAL      ".
           05 FILLER          PIC X(40) VALUE
               "  GRAND TOTAL REJECT OPERATOR B FORCED  ".
       01 WS-DETAIL-LINE.
           05 WS-DL-DATE      PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TIME      PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-COUNT     PIC Z(6)9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-HASH      PIC 9(15).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-TOTAL     PIC -(9)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-REJECTS   PIC Z(5)9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-OPERATOR  PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-BALANCE   PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DL-FORCED    PIC X(8).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL     PIC X(30).
           05 WS-CL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INIT-REPORT.
           PERFORM 1000-READ-HISTORY.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           STOP RUN.

       0100-INIT-REPORT.
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD, 0 = TODAY)? "
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE = ZERO
               SET BD-GET TO TRUE
               CALL "GETBDATE" USING BUSDATE-PARMS
               IF BD-OK
                   MOVE BD-BUS-DATE TO WS-FROM-DATE
               ELSE
                   ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD, 0 = SAME DAY)? "
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE IS NOT NUMERIC
                   OR WS-TO-DATE = ZERO
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-TO-DATE TO WS-RL-FROM
               MOVE WS-FROM-DATE TO WS-TO-DATE
               MOVE WS-RL-FROM TO WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-RL-FROM.
           MOVE WS-TO-DATE TO WS-RL-TO.
           OPEN OUTPUT REPORT-FILE.
           MOVE "========== MATH BATCH HISTORY =========="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-RANGE-LINE.
           DISPLAY WS-RANGE-LINE.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE.
           DISPLAY WS-HEADING-LINE.

       1000-READ-HISTORY.
           OPEN INPUT BATCH-HIST.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO MATH BATCH HISTORY FOUND."
           ELSE
               PERFORM UNTIL END-OF-HISTORY
                   READ BATCH-HIST INTO BATCH-HIST-REC
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           IF BH-BUS-DATE NOT < WS-FROM-DATE
                                   AND BH-BUS-DATE NOT > WS-TO-DATE
                               PERFORM 2000-PRINT-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-HIST
           END-IF.

       2000-PRINT-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           IF BH-OUT-OF-BALANCE
               ADD 1 TO WS-OUT-BAL-COUNT
           END-IF.
           IF BH-FORCE-OPER NOT = SPACES
               ADD 1 TO WS-FORCED-COUNT
           END-IF.
           MOVE BH-BUS-DATE TO WS-DL-DATE.
           MOVE BH-RUN-TIME TO WS-DL-TIME.
           MOVE BH-REC-COUNT TO WS-DL-COUNT.
           MOVE BH-HASH-TOTAL TO WS-DL-HASH.
           MOVE BH-GRAND-TOTAL TO WS-DL-TOTAL.
           MOVE BH-REJECT-COUNT TO WS-DL-REJECTS.
           MOVE BH-OPERATOR TO WS-DL-OPERATOR.
           MOVE BH-BALANCE TO WS-DL-BALANCE.
           MOVE BH-FORCE-OPER TO WS-DL-FORCED.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

       3000-PRINT-TOTALS.
           MOVE "--------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "BATCHES LISTED .............. " TO WS-CL-LABEL.
           MOVE WS-BATCH-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "OUT OF BALANCE .............. " TO WS-CL-LABEL.
           MOVE WS-OUT-BAL-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "FORCED DUPLICATES ........... " TO WS-CL-LABEL.
           MOVE WS-FORCED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
