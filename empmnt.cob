       01 WS-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-KEY-EMP-ID PIC X(6).
       COPY SIGNON-PARMS.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-MASTER.
           PERFORM UNTIL MAINT-DONE
               DISPLAY "EMPLOYEE MASTER MAINTENANCE"
               END-EVALUATE
           END-PERFORM.
           CLOSE EMP-MASTER.
           PERFORM 0090-SIGN-OFF.
           STOP RUN.

       0050-SIGN-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT SP-OPERATOR.
           SET SP-SIGNON TO TRUE.
           MOVE "EMPMNT" TO SP-PROGRAM.
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

       0100-OPEN-MASTER.
           OPEN I-O EMP-MASTER.
           IF WS-EMP-STATUS = "35"
                       DISPLAY "EMPLOYEE ALREADY ON MASTER."
                   NOT INVALID KEY
                       DISPLAY "EMPLOYEE ADDED."
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 9000-WRITE-JOURNAL
               END-WRITE
           END-IF.

               SET EM-TERMINATED TO TRUE
               REWRITE EMPLOYEE-REC
               DISPLAY "EMPLOYEE MARKED TERMINATED."
               MOVE "DISABLE" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       3000-REACTIVATE-EMPLOYEE.
               SET EM-ACTIVE TO TRUE
               REWRITE EMPLOYEE-REC
               DISPLAY "EMPLOYEE MARKED ACTIVE."
               MOVE "REACTIV" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       4000-INQUIRE-EMPLOYEE.
           READ EMP-MASTER
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER."
               NOT INVALID KEY
                   MOVE EMPLOYEE-REC TO JP-BEFORE
           END-READ.

       9000-WRITE-JOURNAL.
           MOVE SP-OPERATOR TO JP-OPERATOR.
           MOVE SP-PROGRAM TO JP-PROGRAM.
           MOVE "EMP-MASTER" TO JP-FILE.
           MOVE EM-EMP-ID TO JP-KEY.
           MOVE EMPLOYEE-REC TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** CHANGE NOT RECORDED ON THE CHANGE "
                   "JOURNAL ***"
           END-IF.
