       01 WS-ENT-EOF PIC X VALUE "N".
           88 END-OF-ENTITLE VALUE "Y".
       01 WS-KEY-DEPT PIC X(4).
       COPY SIGNON-PARMS.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-ENTITLE.
           PERFORM UNTIL MAINT-DONE
               DISPLAY "DEPARTMENT ENTITLEMENT MAINTENANCE"
               END-EVALUATE
           END-PERFORM.
           CLOSE DEPT-ENTITLE.
           PERFORM 0090-SIGN-OFF.
           STOP RUN.

       0050-SIGN-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT SP-OPERATOR.
           SET SP-SIGNON TO TRUE.
           MOVE "ENTMNT" TO SP-PROGRAM.
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

       0100-OPEN-ENTITLE.
           OPEN I-O DEPT-ENTITLE.
           IF WS-ENT-STATUS = "35"
                       DISPLAY "DEPARTMENT ALREADY ON FILE."
                   NOT INVALID KEY
                       DISPLAY "DEPARTMENT ADDED."
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 9000-WRITE-JOURNAL
               END-WRITE
           END-IF.

               INVALID KEY
                   DISPLAY "DEPARTMENT NOT ON FILE."
               NOT INVALID KEY
                   MOVE ENTITLE-REC TO JP-BEFORE
                   DISPLAY "CURRENT TIERS 1/2/3: " EN-TIER-1 "/"
                       EN-TIER-2 "/" EN-TIER-3
                   PERFORM 3000-GET-TIER-FLAGS
                   REWRITE ENTITLE-REC
                   DISPLAY "DEPARTMENT CHANGED."
                   MOVE "CHANGE" TO JP-ACTION
                   PERFORM 9000-WRITE-JOURNAL
           END-READ.

       3000-GET-TIER-FLAGS.
                           EN-TIER-1 "/" EN-TIER-2 "/" EN-TIER-3
               END-READ
           END-PERFORM.

       9000-WRITE-JOURNAL.
           MOVE SP-OPERATOR TO JP-OPERATOR.
           MOVE SP-PROGRAM TO JP-PROGRAM.
           MOVE "DEPT-ENTITLE" TO JP-FILE.
           MOVE EN-DEPT TO JP-KEY.
           MOVE ENTITLE-REC TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** CHANGE NOT RECORDED ON THE CHANGE "
                   "JOURNAL ***"
           END-IF.
