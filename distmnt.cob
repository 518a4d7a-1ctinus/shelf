       01 WS-CAT-EOF PIC X VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-KEY-CODE PIC X(2).
       COPY SIGNON-PARMS.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-CATALOG.
           PERFORM UNTIL MAINT-DONE
               DISPLAY "DISTRO CATALOG MAINTENANCE"
               END-EVALUATE
           END-PERFORM.
           CLOSE DISTRO-CATALOG.
           PERFORM 0090-SIGN-OFF.
           STOP RUN.

       0050-SIGN-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT SP-OPERATOR.
           SET SP-SIGNON TO TRUE.
           MOVE "DISTMNT" TO SP-PROGRAM.
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

       0100-OPEN-CATALOG.
           OPEN I-O DISTRO-CATALOG.
           IF WS-CAT-STATUS = "35"
                       DISPLAY "DISTRO CODE ALREADY ON CATALOG."
                   NOT INVALID KEY
                       DISPLAY "DISTRO ADDED."
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 9000-WRITE-JOURNAL
               END-WRITE
           END-IF.

               SET DC-RETIRED TO TRUE
               REWRITE DISTRO-REC
               DISPLAY "DISTRO MARKED RETIRED."
               MOVE "RETIRE" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
               DISPLAY "RUN MIGRWL FOR THE RE-IMAGE WORKLIST OF "
                   "EMPLOYEES STILL ON IT."
           END-IF.

       3000-REACTIVATE-DISTRO.
               SET DC-ACTIVE TO TRUE
               REWRITE DISTRO-REC
               DISPLAY "DISTRO MARKED ACTIVE."
               MOVE "REACTIV" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       4000-LIST-CATALOG.
           READ DISTRO-CATALOG
               INVALID KEY
                   DISPLAY "DISTRO CODE NOT ON CATALOG."
               NOT INVALID KEY
                   MOVE DISTRO-REC TO JP-BEFORE
           END-READ.

       9000-WRITE-JOURNAL.
           MOVE SP-OPERATOR TO JP-OPERATOR.
           MOVE SP-PROGRAM TO JP-PROGRAM.
           MOVE "DISTRO-CATALOG" TO JP-FILE.
           MOVE DC-CODE TO JP-KEY.
           MOVE DISTRO-REC TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** CHANGE NOT RECORDED ON THE CHANGE "
                   "JOURNAL ***"
           END-IF.
