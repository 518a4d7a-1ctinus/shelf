           SELECT REPORT-FILE ASSIGN TO "CHGBACK-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT GL-PERIOD-CTL ASSIGN TO "GL-PERIOD-CTL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY GP-PERIOD
               FILE STATUS WS-GLCTL-STATUS.
           SELECT GL-JOURNAL ASSIGN USING WS-GL-JRNL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GL-JRNL-STATUS.
           SELECT GL-REVERSAL ASSIGN USING WS-GL-REV-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GL-REV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TIER-RATE-REC.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD GL-PERIOD-CTL.
       COPY GL-PERIOD-REC.

       FD GL-JOURNAL.
       COPY GL-JOURNAL-REC.

       FD GL-REVERSAL.
       01 GL-REVERSAL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PROVISION-REC.
       COPY BUSDATE-PARMS.

       01 WS-LOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-KL-LABEL     PIC X(30).
           05 WS-KL-COUNT     PIC Z(5)9.
      *****************************************************
      *  GENERAL-LEDGER JOURNAL.  SESSIONS THAT CANNOT BE
      *  JOURNALED - PRICED AT ZERO, OR FOR AN EMPLOYEE NO
      *  LONGER ON THE MASTER (NO COST CENTER TO DEBIT) - ARE
      *  HELD OUT AND LISTED ON THE REPORT INSTEAD.
      *****************************************************
       01 WS-GLCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-GL-JRNL-STATUS PIC X(2) VALUE SPACES.
       01 WS-GL-REV-STATUS PIC X(2) VALUE SPACES.
       01 WS-GL-JRNL-NAME PIC X(40) VALUE SPACES.
       01 WS-GL-REV-NAME PIC X(40) VALUE SPACES.
       01 WS-GL-NAME-DATE PIC 9(8) VALUE ZERO.
       01 WS-GL-NAME-TIME PIC 9(6) VALUE ZERO.
       01 WS-GL-CLOCK.
           05 WS-GL-TIME PIC 9(6).
           05 FILLER PIC 99.
       01 WS-GL-WRITTEN PIC X VALUE "N".
           88 GL-JOURNAL-WRITTEN VALUE "Y".
       01 WS-GL-RECOVERY-ACCT PIC X(10) VALUE "ITRECOVERY".
       01 WS-GLCTL-OPENED PIC X VALUE "N".
           88 GLCTL-OPENED VALUE "Y".
       01 WS-PERIOD-FOUND PIC X VALUE "N".
           88 PERIOD-ON-FILE VALUE "Y".
       01 WS-JRNL-EOF PIC X VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".
       01 WS-REVERSE-ANSWER PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-GL-LINES PIC 9(6) VALUE ZERO.
       01 WS-GL-SESSIONS PIC 9(6) VALUE ZERO.
       01 WS-GL-DR-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-CR-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-HELD-LISTED PIC 9(3) VALUE ZERO.
       01 WS-HELD-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-HELD-TABLE.
           05 WS-HT-ENTRY OCCURS 500 TIMES INDEXED BY HT-IDX.
               10 WS-HT-TICKET    PIC X(8).
               10 WS-HT-EMP       PIC X(6).
               10 WS-HT-DATE      PIC 9(8).
               10 WS-HT-AMOUNT    PIC 9(5)V99.
               10 WS-HT-REASON    PIC X(30).
       01 WS-HELD-LINE.
           05 WS-HL-TICKET    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-HL-EMP       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-HL-DATE      PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-HL-AMOUNT    PIC Z(4)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-HL-REASON    PIC X(30).
       01 WS-HELD-TOTAL-LINE.
           05 FILLER          PIC X(14) VALUE "HELD OUT      ".
           05 FILLER          PIC X(11) VALUE "  SESSIONS ".
           05 WS-HT-SESSIONS  PIC Z(5)9.
           05 FILLER          PIC X(9) VALUE "  CHARGE ".
           05 WS-HT-TOTAL     PIC Z(8)9.99.
       01 WS-GL-LINE.
           05 WS-GL-LABEL     PIC X(30).
           05 WS-GL-AMOUNT    PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-LIVE-LOG.
           PERFORM 1500-READ-ARCHIVE.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 3500-WRITE-HELD-SESSIONS.
           PERFORM 5000-GL-JOURNAL.
           PERFORM 4000-WRAP-UP.
           STOP RUN.

               DISPLAY "PERIOD MUST BE YYYYMM."
               STOP RUN
           END-IF.
           SET BD-GET TO TRUE.
           CALL "GETBDATE" USING BUSDATE-PARMS.
           IF BD-OK
               MOVE BD-BUS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       0200-OPEN-LOOKUPS.
           OPEN INPUT EMP-MASTER.
           PERFORM 2300-TALLY-DEPT.
           PERFORM 2400-TALLY-COST-CTR.
           ADD WS-AMOUNT TO WS-GRAND-AMOUNT.
           IF WS-AMOUNT = ZERO
               MOVE "SESSION PRICED AT ZERO" TO WS-HOLD-REASON
               PERFORM 2500-HOLD-SESSION
           ELSE
               IF WS-COST-CTR = "??????"
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-HOLD-REASON
                   PERFORM 2500-HOLD-SESSION
               END-IF
           END-IF.

       2100-LOOK-UP-COST-CTR.
           MOVE PR-EMP-ID TO EM-EMP-ID.
               END-IF
           END-IF.

       2500-HOLD-SESSION.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-AMOUNT TO WS-HELD-AMOUNT.
           IF WS-HELD-LISTED < 500
               ADD 1 TO WS-HELD-LISTED
               SET HT-IDX TO WS-HELD-LISTED
               MOVE PR-TICKET-NO TO WS-HT-TICKET(HT-IDX)
               MOVE PR-EMP-ID TO WS-HT-EMP(HT-IDX)
               MOVE PR-LOG-DATE TO WS-HT-DATE(HT-IDX)
               MOVE WS-AMOUNT TO WS-HT-AMOUNT(HT-IDX)
               MOVE WS-HOLD-REASON TO WS-HT-REASON(HT-IDX)
           ELSE
               ADD 1 TO WS-HELD-DROPPED
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD TO WS-HD-PERIOD.
               DISPLAY "*** DEPARTMENT SESSIONS DO NOT TIE ***"
           END-IF.
           WRITE REPORT-RECORD.

       3500-WRITE-HELD-SESSIONS.
           MOVE "-- SECTION 3: HELD OUT OF GL JOURNAL --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HELD-LISTED
               MOVE WS-HT-TICKET(HT-IDX) TO WS-HL-TICKET
               MOVE WS-HT-EMP(HT-IDX) TO WS-HL-EMP
               MOVE WS-HT-DATE(HT-IDX) TO WS-HL-DATE
               MOVE WS-HT-AMOUNT(HT-IDX) TO WS-HL-AMOUNT
               MOVE WS-HT-REASON(HT-IDX) TO WS-HL-REASON
               WRITE REPORT-RECORD FROM WS-HELD-LINE
           END-PERFORM.
           IF WS-HELD-DROPPED > ZERO
               DISPLAY "TABLE LIMIT REACHED, HELD SESSIONS NOT "
                   "LISTED: " WS-HELD-DROPPED
           END-IF.
           MOVE WS-HELD-COUNT TO WS-HT-SESSIONS.
           MOVE WS-HELD-AMOUNT TO WS-HT-TOTAL.
           WRITE REPORT-RECORD FROM WS-HELD-TOTAL-LINE.
           DISPLAY WS-HELD-TOTAL-LINE.

       4000-WRAP-UP.
           CLOSE REPORT-FILE.
           CLOSE EMP-MASTER.
           CLOSE DISTRO-CATALOG.
           CLOSE TIER-RATES.
           DISPLAY "SESSIONS CHARGED ............ " WS-SESSION-COUNT.

      *****************************************************
      *  GL JOURNAL.  A PERIOD ALREADY POSTED ON
      *  GL-PERIOD-CTL.DAT IS LOCKED: NO SECOND JOURNAL IS
      *  BUILT, THE OPERATOR IS OFFERED A REVERSAL INSTEAD.
      *  ONCE REVERSED, THE NEXT RUN SENDS A FRESH JOURNAL.
      *  EACH JOURNAL IS GL-JRNL-YYYYMM-YYYYMMDD-HHMMSS.DAT,
      *  STAMPED WITH THE POSTING DATE AND TIME HELD ON THE
      *  PERIOD RECORD; EACH REVERSAL IS GL-JREV-... STAMPED
      *  WITH THE REVERSAL DATE AND TIME.  AN EXISTING FILE
      *  IS NEVER OVERWRITTEN.
      *****************************************************
       5000-GL-JOURNAL.
           MOVE "-- SECTION 4: GENERAL LEDGER JOURNAL --"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ACCEPT WS-GL-CLOCK FROM TIME.
           PERFORM 5100-OPEN-PERIOD-CTL.
           IF GLCTL-OPENED
               IF PERIOD-ON-FILE AND GP-POSTED
                   PERFORM 5600-OFFER-REVERSAL
               ELSE
                   PERFORM 5200-TOTAL-JOURNAL
                   PERFORM 5300-SEND-JOURNAL
               END-IF
               CLOSE GL-PERIOD-CTL
           END-IF.

       5050-BUILD-JRNL-NAME.
           MOVE SPACES TO WS-GL-JRNL-NAME.
           STRING "GL-JRNL-" WS-PERIOD "-" WS-GL-NAME-DATE "-"
               WS-GL-NAME-TIME ".DAT"
               DELIMITED BY SIZE INTO WS-GL-JRNL-NAME
           END-STRING.

       5100-OPEN-PERIOD-CTL.
           OPEN I-O GL-PERIOD-CTL.
           IF WS-GLCTL-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-CTL
               CLOSE GL-PERIOD-CTL
               OPEN I-O GL-PERIOD-CTL
           END-IF.
           IF WS-GLCTL-STATUS NOT = "00"
               DISPLAY "GL PERIOD CONTROL FILE NOT AVAILABLE, STATUS "
                   WS-GLCTL-STATUS
               MOVE "GL PERIOD CONTROL NOT AVAILABLE, NO JOURNAL SENT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               SET GLCTL-OPENED TO TRUE
               MOVE WS-PERIOD TO GP-PERIOD
               READ GL-PERIOD-CTL
                   INVALID KEY
                       MOVE "N" TO WS-PERIOD-FOUND
                   NOT INVALID KEY
                       SET PERIOD-ON-FILE TO TRUE
               END-READ
           END-IF.

       5200-TOTAL-JOURNAL.
           MOVE ZERO TO WS-GL-LINES.
           MOVE ZERO TO WS-GL-SESSIONS.
           MOVE ZERO TO WS-GL-DR-TOTAL.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CTR-COUNT
               IF WS-CC-CTR(CC-IDX) NOT = "??????"
                       AND WS-CC-AMOUNT(CC-IDX) > ZERO
                   ADD 1 TO WS-GL-LINES
                   ADD WS-CC-SESSIONS(CC-IDX) TO WS-GL-SESSIONS
                   ADD WS-CC-AMOUNT(CC-IDX) TO WS-GL-DR-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-GL-CR-TOTAL = WS-GRAND-AMOUNT - WS-HELD-AMOUNT.
           IF WS-GL-LINES > ZERO
               ADD 1 TO WS-GL-LINES
           END-IF.

       5300-SEND-JOURNAL.
           IF WS-GL-LINES = ZERO
               DISPLAY "NOTHING TO JOURNAL FOR PERIOD " WS-PERIOD
               MOVE "NOTHING TO JOURNAL, NO GL FILE WRITTEN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
                   DISPLAY "*** GL JOURNAL OUT OF BALANCE, NOT SENT ***"
                   MOVE "*** GL JOURNAL OUT OF BALANCE, NOT SENT ***"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "DEBITS ...................... " TO WS-GL-LABEL
                   MOVE WS-GL-DR-TOTAL TO WS-GL-AMOUNT
                   WRITE REPORT-RECORD FROM WS-GL-LINE
                   MOVE "CREDITS ..................... " TO WS-GL-LABEL
                   MOVE WS-GL-CR-TOTAL TO WS-GL-AMOUNT
                   WRITE REPORT-RECORD FROM WS-GL-LINE
               ELSE
                   PERFORM 5400-WRITE-JOURNAL
                   IF GL-JOURNAL-WRITTEN
                       PERFORM 5500-LOCK-PERIOD
                   END-IF
               END-IF
           END-IF.

       5400-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO WS-GL-NAME-DATE.
           MOVE WS-GL-TIME TO WS-GL-NAME-TIME.
           PERFORM 5050-BUILD-JRNL-NAME.
           OPEN INPUT GL-JOURNAL.
           IF WS-GL-JRNL-STATUS = "00"
               CLOSE GL-JOURNAL
               DISPLAY "*** " WS-GL-JRNL-NAME " ALREADY EXISTS, "
                   "JOURNAL NOT SENT ***"
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " WS-GL-JRNL-NAME " ALREADY EXISTS, "
                   "JOURNAL NOT SENT ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               OPEN OUTPUT GL-JOURNAL
               IF WS-GL-JRNL-STATUS NOT = "00"
                   DISPLAY "*** CANNOT CREATE " WS-GL-JRNL-NAME
                       ", STATUS " WS-GL-JRNL-STATUS " ***"
                   MOVE "*** GL JOURNAL FILE NOT CREATED, NOT SENT ***"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM 5450-BUILD-JOURNAL
                   SET GL-JOURNAL-WRITTEN TO TRUE
               END-IF
           END-IF.

       5450-BUILD-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-REC.
           SET GJ-HEADER TO TRUE.
           MOVE WS-PERIOD TO GJ-PERIOD.
           SET GJ-POSTING TO TRUE.
           MOVE WS-RUN-DATE TO GJ-HD-RUN-DATE.
           MOVE WS-GL-LINES TO GJ-HD-LINE-COUNT.
           MOVE WS-GL-DR-TOTAL TO GJ-HD-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO GJ-HD-CR-TOTAL.
           WRITE GL-JOURNAL-REC.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CTR-COUNT
               IF WS-CC-CTR(CC-IDX) NOT = "??????"
                       AND WS-CC-AMOUNT(CC-IDX) > ZERO
                   MOVE SPACES TO GL-JOURNAL-REC
                   SET GJ-DETAIL TO TRUE
                   MOVE WS-PERIOD TO GJ-PERIOD
                   MOVE WS-CC-CTR(CC-IDX) TO GJ-DT-ACCOUNT
                   SET GJ-DEBIT TO TRUE
                   MOVE WS-CC-AMOUNT(CC-IDX) TO GJ-DT-AMOUNT
                   MOVE WS-CC-SESSIONS(CC-IDX) TO GJ-DT-SESSIONS
                   MOVE "LINUX WORKSTATION CHARGEBACK" TO GJ-DT-DESC
                   WRITE GL-JOURNAL-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-JOURNAL-REC.
           SET GJ-DETAIL TO TRUE.
           MOVE WS-PERIOD TO GJ-PERIOD.
           MOVE WS-GL-RECOVERY-ACCT TO GJ-DT-ACCOUNT.
           SET GJ-CREDIT TO TRUE.
           MOVE WS-GL-CR-TOTAL TO GJ-DT-AMOUNT.
           MOVE WS-GL-SESSIONS TO GJ-DT-SESSIONS.
           MOVE "IT RECOVERY, LINUX CHARGEBACK" TO GJ-DT-DESC.
           WRITE GL-JOURNAL-REC.
           MOVE SPACES TO GL-JOURNAL-REC.
           SET GJ-TRAILER TO TRUE.
           MOVE WS-PERIOD TO GJ-PERIOD.
           MOVE WS-GL-LINES TO GJ-TR-LINE-COUNT.
           MOVE WS-GL-DR-TOTAL TO GJ-TR-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO GJ-TR-CR-TOTAL.
           WRITE GL-JOURNAL-REC.
           CLOSE GL-JOURNAL.
           DISPLAY "GL JOURNAL WRITTEN TO " WS-GL-JRNL-NAME.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GL JOURNAL WRITTEN TO " WS-GL-JRNL-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "JOURNAL LINES ............... " TO WS-KL-LABEL.
           MOVE WS-GL-LINES TO WS-KL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DEBITS ...................... " TO WS-GL-LABEL.
           MOVE WS-GL-DR-TOTAL TO WS-GL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-GL-LINE.
           DISPLAY WS-GL-LINE.
           MOVE "CREDITS ..................... " TO WS-GL-LABEL.
           MOVE WS-GL-CR-TOTAL TO WS-GL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-GL-LINE.
           DISPLAY WS-GL-LINE.

       5500-LOCK-PERIOD.
           MOVE WS-PERIOD TO GP-PERIOD.
           SET GP-POSTED TO TRUE.
           MOVE WS-RUN-DATE TO GP-POST-DATE.
           MOVE WS-GL-TIME TO GP-POST-TIME.
           MOVE WS-GL-LINES TO GP-LINE-COUNT.
           MOVE WS-GL-DR-TOTAL TO GP-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO GP-CR-TOTAL.
           MOVE ZERO TO GP-REVERSE-DATE.
           IF PERIOD-ON-FILE
               REWRITE GL-PERIOD-REC
           ELSE
               WRITE GL-PERIOD-REC
           END-IF.
           IF WS-GLCTL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT LOCK PERIOD " WS-PERIOD
                   ", STATUS " WS-GLCTL-STATUS " ***"
               MOVE "*** PERIOD NOT LOCKED, CHECK GL-PERIOD-CTL ***"
                   TO REPORT-RECORD
           ELSE
               MOVE "PERIOD LOCKED AGAINST A SECOND POSTING"
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       5600-OFFER-REVERSAL.
           DISPLAY "PERIOD " WS-PERIOD " WAS SENT TO THE GL ON "
               GP-POST-DATE ", " GP-LINE-COUNT " LINES.".
           DISPLAY "THE PERIOD IS LOCKED, NO NEW JOURNAL IS BUILT.".
           DISPLAY "REVERSE THE POSTED JOURNAL (Y/N)? "
           ACCEPT WS-REVERSE-ANSWER.
           IF WS-REVERSE-ANSWER = "Y" OR WS-REVERSE-ANSWER = "y"
               PERFORM 5700-REVERSE-JOURNAL
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "PERIOD LOCKED, POSTED " GP-POST-DATE
                   ", NO JOURNAL BUILT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       5700-REVERSE-JOURNAL.
           MOVE GP-POST-DATE TO WS-GL-NAME-DATE.
           MOVE GP-POST-TIME TO WS-GL-NAME-TIME.
           PERFORM 5050-BUILD-JRNL-NAME.
           MOVE SPACES TO WS-GL-REV-NAME.
           STRING "GL-JREV-" WS-PERIOD "-" WS-RUN-DATE "-"
               WS-GL-TIME ".DAT"
               DELIMITED BY SIZE INTO WS-GL-REV-NAME
           END-STRING.
           OPEN INPUT GL-REVERSAL.
           IF WS-GL-REV-STATUS = "00"
               CLOSE GL-REVERSAL
               DISPLAY "*** " WS-GL-REV-NAME " ALREADY EXISTS, "
                   "NOT REVERSED AGAIN ***"
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " WS-GL-REV-NAME " ALREADY EXISTS, "
                   "NOT REVERSED AGAIN ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               PERFORM 5710-WRITE-REVERSAL
           END-IF.

       5710-WRITE-REVERSAL.
           OPEN INPUT GL-JOURNAL.
           IF WS-GL-JRNL-STATUS NOT = "00"
               DISPLAY "POSTED JOURNAL " WS-GL-JRNL-NAME
                   " NOT FOUND, CANNOT REVERSE."
               MOVE "POSTED JOURNAL NOT FOUND, NOT REVERSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               OPEN OUTPUT GL-REVERSAL
               IF WS-GL-REV-STATUS NOT = "00"
                   CLOSE GL-JOURNAL
                   DISPLAY "*** CANNOT CREATE " WS-GL-REV-NAME
                       ", STATUS " WS-GL-REV-STATUS " ***"
                   MOVE "*** REVERSAL FILE NOT CREATED ***"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM 5720-COPY-REVERSED
               END-IF
           END-IF.

       5720-COPY-REVERSED.
           MOVE "N" TO WS-JRNL-EOF
           PERFORM UNTIL END-OF-JOURNAL
               READ GL-JOURNAL
                   AT END
                       SET END-OF-JOURNAL TO TRUE
                   NOT AT END
                       PERFORM 5750-REVERSE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           CLOSE GL-REVERSAL
           SET GP-REVERSED TO TRUE
           MOVE WS-RUN-DATE TO GP-REVERSE-DATE
           REWRITE GL-PERIOD-REC
           IF WS-GLCTL-STATUS NOT = "00"
               DISPLAY "*** REVERSAL WRITTEN TO " WS-GL-REV-NAME
                   " BUT PERIOD " WS-PERIOD " STILL LOCKED, STATUS "
                   WS-GLCTL-STATUS " ***"
               MOVE SPACES TO REPORT-RECORD
               STRING "*** REVERSAL WRITTEN BUT PERIOD STILL "
                   "LOCKED, CHECK GL-PERIOD-CTL ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               DISPLAY "REVERSAL WRITTEN TO " WS-GL-REV-NAME
               DISPLAY "RERUN CHGBACK FOR THE PERIOD TO SEND A "
                   "CORRECTED JOURNAL."
               MOVE SPACES TO REPORT-RECORD
               STRING "POSTED JOURNAL REVERSED IN " WS-GL-REV-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD.

       5750-REVERSE-ONE-LINE.
           EVALUATE TRUE
               WHEN GJ-HEADER
                   SET GJ-REVERSAL TO TRUE
                   MOVE WS-RUN-DATE TO GJ-HD-RUN-DATE
               WHEN GJ-DETAIL
                   IF GJ-DEBIT
                       SET GJ-CREDIT TO TRUE
                   ELSE
                       SET GJ-DEBIT TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE GL-REVERSAL-RECORD FROM GL-JOURNAL-REC.
