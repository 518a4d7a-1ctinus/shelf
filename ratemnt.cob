       01 WS-KEY-TIER PIC X.
       01 WS-RATE-IN PIC X(8).
       01 WS-RATE-EDIT PIC Z(4)9.99.
       COPY SIGNON-PARMS.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-RATES.
           PERFORM UNTIL MAINT-DONE
               DISPLAY "SUPPORT TIER RATE MAINTENANCE"
               END-EVALUATE
           END-PERFORM.
           CLOSE TIER-RATES.
           PERFORM 0090-SIGN-OFF.
           STOP RUN.

       0050-SIGN-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT SP-OPERATOR.
           SET SP-SIGNON TO TRUE.
           MOVE "RATEMNT" TO SP-PROGRAM.
           MOVE SPACES TO SP-COMP-STATUS.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF SP-REFUSED
               DISPLAY "SIGN-ON REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0090-SIGN-OFF.
           SET SP-SIGNOFF TO TRUE.
           MOVE "NORM" TO SP-COMP-STATUS.
           CALL "SIGNON" USING SIGNON-PARMS.

       0100-OPEN-RATES.
           OPEN I-O TIER-RATES.
           IF WS-RATE-STATUS = "35"
                       DISPLAY "TIER ALREADY ON RATE FILE."
                   NOT INVALID KEY
                       DISPLAY "RATE ADDED."
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 9000-WRITE-JOURNAL
               END-WRITE
           END-IF.

               INVALID KEY
                   DISPLAY "TIER NOT ON RATE FILE."
               NOT INVALID KEY
                   MOVE TIER-RATE-REC TO JP-BEFORE
                   MOVE TR-RATE TO WS-RATE-EDIT
                   DISPLAY "CURRENT RATE: " WS-RATE-EDIT
                   PERFORM 3000-GET-RATE-AMOUNT
                   REWRITE TIER-RATE-REC
                   DISPLAY "RATE CHANGED."
                   MOVE "CHANGE" TO JP-ACTION
                   PERFORM 9000-WRITE-JOURNAL
           END-READ.

       3000-GET-RATE-AMOUNT.
                       DISPLAY "TIER " TR-TIER " RATE " WS-RATE-EDIT
               END-READ
           END-PERFORM.

       9000-WRITE-JOURNAL.
           MOVE SP-OPERATOR TO JP-OPERATOR.
           MOVE SP-PROGRAM TO JP-PROGRAM.
           MOVE "TIER-RATES" TO JP-FILE.
           MOVE TR-TIER TO JP-KEY.
           MOVE TIER-RATE-REC TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** CHANGE NOT RECORDED ON THE CHANGE "
                   "JOURNAL ***"
           END-IF.
