       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID
               FILE STATUS WS-OPER-STATUS.
           SELECT DORMANCY-CTL ASSIGN TO "DORMANCY-CTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DORM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       COPY OPERATOR-REC.

       FD DORMANCY-CTL.
       01 DORMANCY-CTL-RECORD PIC X(21).

       WORKING-STORAGE SECTION.
       COPY DORMANCY-REC.
       COPY BUSDATE-PARMS.
       01 WS-OPER-STATUS PIC X(2) VALUE SPACES.
       01 WS-DORM-STATUS PIC X(2) VALUE SPACES.
       01 WS-NEW-LIMIT PIC 9(3).
       01 WS-ACTION PIC X.
           88 ACTION-ADD VALUE "A".
           88 ACTION-DISABLE VALUE "D".
           88 ACTION-INQUIRE VALUE "I".
           88 ACTION-PASSWORD VALUE "P".
           88 ACTION-EXPIRE VALUE "F".
           88 ACTION-CHANGE-AUTH VALUE "C".
           88 ACTION-DORMANCY VALUE "L".
           88 ACTION-EXIT VALUE "X".
       01 WS-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-KEY-OP-ID PIC X(8).
       01 WS-NEW-PASSWORD PIC X(8).
       01 WS-NEW-PASSWORD-2 PIC X(8).
       01 WS-MASTER-EMPTY PIC X VALUE "N".
           88 MASTER-EMPTY VALUE "Y".
       01 WS-HOLD-PASSWORD PIC X(8).
       01 WS-MASKED-IMAGE PIC X(60).
       01 WS-CHANGER-SUPER PIC X VALUE "N".
           88 CHANGER-IS-SUPER VALUE "Y".
       01 WS-FLAG-PROMPT PIC X(34).
       01 WS-FLAG-ANSWER PIC X.
       COPY SIGNON-PARMS.
       COPY JOURNAL-PARMS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-MASTER.
           PERFORM UNTIL MAINT-DONE
               DISPLAY "OPERATOR MASTER MAINTENANCE"
               IF MASTER-EMPTY
                   DISPLAY "A: ADD THE FIRST OPERATOR  X: EXIT"
               ELSE
                   DISPLAY "A: ADD  D: DISABLE  E: ENABLE"
                   DISPLAY "I: INQUIRE  P: SET PASSWORD  "
                       "F: FORCE EXPIRE"
                   DISPLAY "C: CHANGE AUTHORITIES  L: DORMANCY LIMIT"
                   DISPLAY "X: EXIT"
               END-IF
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN MASTER-EMPTY AND NOT ACTION-ADD
                           AND NOT ACTION-EXIT
                       DISPLAY "ONLY ADD IS AVAILABLE UNTIL THE FIRST "
                           "OPERATOR IS ON FILE."
                   WHEN ACTION-ADD
                       PERFORM 1000-ADD-OPERATOR
                   WHEN ACTION-DISABLE
                       PERFORM 6000-SET-PASSWORD
                   WHEN ACTION-EXPIRE
                       PERFORM 7000-FORCE-EXPIRE
                   WHEN ACTION-CHANGE-AUTH
                       PERFORM 8000-CHANGE-AUTHORITIES
                   WHEN ACTION-DORMANCY
                       PERFORM 8500-SET-DORMANCY-LIMIT
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           PERFORM 0090-SIGN-OFF.
           STOP RUN.

      *****************************************************
      *  WHILE THE OPERATOR MASTER IS EMPTY NOBODY CAN SIGN
      *  ON, SO THE FIRST OPERATOR IS ADDED WITHOUT SIGN-ON
      *  AND JOURNALED UNDER *INSTALL.  NOTHING ELSE IS
      *  ALLOWED IN THAT SESSION; IT ENDS ONCE THE FIRST
      *  OPERATOR IS ON FILE.
      *****************************************************
       0050-SIGN-ON.
           PERFORM 0060-CHECK-EMPTY-MASTER.
           IF MASTER-EMPTY
               DISPLAY "OPERATOR MASTER IS EMPTY, ADD THE FIRST "
                   "OPERATOR WITHOUT SIGN-ON."
               MOVE "*INSTALL" TO SP-OPERATOR
               MOVE "OPMNT" TO SP-PROGRAM
           ELSE
               DISPLAY "OPERATOR ID? "
               ACCEPT SP-OPERATOR
               SET SP-SIGNON TO TRUE
               MOVE "OPMNT" TO SP-PROGRAM
               MOVE SPACES TO SP-COMP-STATUS
               CALL "SIGNON" USING SIGNON-PARMS
               IF SP-REFUSED
                   DISPLAY "SIGN-ON REFUSED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0060-CHECK-EMPTY-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS = "35"
               SET MASTER-EMPTY TO TRUE
           ELSE
               IF WS-OPER-STATUS = "00"
                   MOVE LOW-VALUES TO OP-ID
                   START OPERATOR-MASTER KEY NOT < OP-ID
                       INVALID KEY
                           SET MASTER-EMPTY TO TRUE
                   END-START
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF.

       0090-SIGN-OFF.
           IF NOT MASTER-EMPTY
               SET SP-SIGNOFF TO TRUE
               MOVE "NORM" TO SP-COMP-STATUS
               CALL "SIGNON" USING SIGNON-PARMS
           END-IF.

       0100-OPEN-MASTER.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPER-STATUS = "35"
           END-IF.

       1000-ADD-OPERATOR.
           PERFORM 5100-READ-SIGNED-ON.
           DISPLAY "OPERATOR ID? "
           ACCEPT OP-ID.
           IF OP-ID = SPACES
           ELSE
               DISPLAY "NAME? "
               ACCEPT OP-NAME
               MOVE "N" TO OP-AUTH-SUPER
               PERFORM 8100-GET-AUTHORITIES
               SET OP-ACTIVE TO TRUE
               PERFORM 6100-GET-NEW-PASSWORD
               SET OP-PW-EXPIRED TO TRUE
                       DISPLAY "OPERATOR ALREADY ON MASTER."
                   NOT INVALID KEY
                       DISPLAY "OPERATOR ADDED."
                       MOVE "ADD" TO JP-ACTION
                       MOVE SPACES TO JP-BEFORE
                       PERFORM 9000-WRITE-JOURNAL
                       IF MASTER-EMPTY
                           DISPLAY "SIGN ON AS " OP-ID
                               " FOR FURTHER MAINTENANCE."
                           SET MAINT-DONE TO TRUE
                       END-IF
               END-WRITE
           END-IF.

               SET OP-DISABLED TO TRUE
               REWRITE OPERATOR-REC
               DISPLAY "OPERATOR DISABLED."
               MOVE "DISABLE" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       3000-ENABLE-OPERATOR.
           PERFORM 5100-READ-SIGNED-ON.
           PERFORM 5000-READ-OPERATOR.
           IF WS-OPER-STATUS = "00" AND OP-AUTH-SUPER = "Y"
                   AND NOT CHANGER-IS-SUPER
               DISPLAY "ONLY A SUPERVISOR MAY ENABLE A SUPERVISOR."
           ELSE
               PERFORM 3100-ENABLE
           END-IF.

       3100-ENABLE.
           IF WS-OPER-STATUS = "00"
               SET OP-ACTIVE TO TRUE
               MOVE ZERO TO OP-FAIL-COUNT
               REWRITE OPERATOR-REC
               DISPLAY "OPERATOR ENABLED."
               MOVE "REACTIV" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       4000-INQUIRE-OPERATOR.
               DISPLAY "MATH ...... " OP-AUTH-MATH
               DISPLAY "DISTRPT ... " OP-AUTH-DISTRPT
               DISPLAY "BATCH ..... " OP-AUTH-BATCH
               DISPLAY "SUPERVISOR  " OP-AUTH-SUPER
               DISPLAY "PASSWORD .. " OP-PW-FLAG
               DISPLAY "FAILURES .. " OP-FAIL-COUNT
           END-IF.

       6000-SET-PASSWORD.
           PERFORM 5100-READ-SIGNED-ON.
           PERFORM 5000-READ-OPERATOR.
           IF WS-OPER-STATUS = "00" AND OP-AUTH-SUPER = "Y"
                   AND NOT CHANGER-IS-SUPER
               DISPLAY "ONLY A SUPERVISOR MAY SET A SUPERVISOR'S "
                   "PASSWORD."
           ELSE
               PERFORM 6050-SET
           END-IF.

       6050-SET.
           IF WS-OPER-STATUS = "00"
               PERFORM 6100-GET-NEW-PASSWORD
               SET OP-PW-EXPIRED TO TRUE
               REWRITE OPERATOR-REC
               DISPLAY "PASSWORD SET, OPERATOR MUST CHANGE IT AT "
                   "NEXT SIGN-ON."
               MOVE "CHANGE" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

       6100-GET-NEW-PASSWORD.
               SET OP-PW-EXPIRED TO TRUE
               REWRITE OPERATOR-REC
               DISPLAY "PASSWORD MARKED EXPIRED."
               MOVE "CHANGE" TO JP-ACTION
               PERFORM 9000-WRITE-JOURNAL
           END-IF.

      *****************************************************
      *  NOBODY CHANGES THEIR OWN AUTHORITIES, AND ONLY A
      *  SUPERVISOR MAY GRANT OR REMOVE SUPERVISOR AUTHORITY
      *  (EXCEPT FOR THE FIRST OPERATOR ON AN EMPTY MASTER).
      *****************************************************
       8000-CHANGE-AUTHORITIES.
           PERFORM 5100-READ-SIGNED-ON.
           PERFORM 5000-READ-OPERATOR.
           IF WS-OPER-STATUS = "00"
               IF OP-ID = SP-OPERATOR
                   DISPLAY "AN OPERATOR CANNOT CHANGE THEIR OWN "
                       "AUTHORITIES."
               ELSE
                   PERFORM 8100-GET-AUTHORITIES
                   REWRITE OPERATOR-REC
                   IF WS-OPER-STATUS NOT = "00"
                       DISPLAY "AUTHORITIES NOT CHANGED, STATUS "
                           WS-OPER-STATUS
                   ELSE
                       DISPLAY "AUTHORITIES CHANGED."
                       MOVE "CHANGE" TO JP-ACTION
                       PERFORM 9000-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       8100-GET-AUTHORITIES.
           MOVE "AUTHORIZED FOR LINUX (Y/N)? " TO WS-FLAG-PROMPT.
           PERFORM 8110-ACCEPT-FLAG.
           MOVE WS-FLAG-ANSWER TO OP-AUTH-LINUX.
           MOVE "AUTHORIZED FOR MATH (Y/N)? " TO WS-FLAG-PROMPT.
           PERFORM 8110-ACCEPT-FLAG.
           MOVE WS-FLAG-ANSWER TO OP-AUTH-MATH.
           MOVE "AUTHORIZED FOR DISTRPT (Y/N)? " TO WS-FLAG-PROMPT.
           PERFORM 8110-ACCEPT-FLAG.
           MOVE WS-FLAG-ANSWER TO OP-AUTH-DISTRPT.
           MOVE "AUTHORIZED FOR BATCH JOBS (Y/N)? " TO WS-FLAG-PROMPT.
           PERFORM 8110-ACCEPT-FLAG.
           MOVE WS-FLAG-ANSWER TO OP-AUTH-BATCH.
           IF CHANGER-IS-SUPER OR MASTER-EMPTY
               MOVE "SUPERVISOR (Y/N)? " TO WS-FLAG-PROMPT
               PERFORM 8110-ACCEPT-FLAG
               MOVE WS-FLAG-ANSWER TO OP-AUTH-SUPER
           ELSE
               DISPLAY "SUPERVISOR FLAG NOT OFFERED, ONLY A SUPERVISOR "
                   "MAY SET IT."
           END-IF.

       8110-ACCEPT-FLAG.
           DISPLAY WS-FLAG-PROMPT.
           ACCEPT WS-FLAG-ANSWER.
           PERFORM UNTIL WS-FLAG-ANSWER = "Y" OR WS-FLAG-ANSWER = "N"
               DISPLAY "ANSWER Y OR N."
               DISPLAY WS-FLAG-PROMPT
               ACCEPT WS-FLAG-ANSWER
           END-PERFORM.

      *****************************************************
      *  DAYS WITHOUT A SIGN-ON AFTER WHICH THE NIGHTLY
      *  OPDORM STEP DISABLES AN OPERATOR (SEE DORMANCY-REC).
      *****************************************************
       8500-SET-DORMANCY-LIMIT.
           MOVE 90 TO DM-LIMIT-DAYS.
           MOVE ZERO TO DM-SET-DATE.
           MOVE SPACES TO DM-SET-OPER.
           MOVE SPACES TO JP-BEFORE.
           OPEN INPUT DORMANCY-CTL.
           IF WS-DORM-STATUS = "00"
               READ DORMANCY-CTL INTO DORMANCY-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DORMANCY-REC TO JP-BEFORE
               END-READ
               CLOSE DORMANCY-CTL
           END-IF.
           DISPLAY "CURRENT DORMANCY LIMIT: " DM-LIMIT-DAYS " DAYS".
           DISPLAY "NEW LIMIT IN DAYS (001-999, 0 = NO CHANGE)? "
           ACCEPT WS-NEW-LIMIT.
           IF WS-NEW-LIMIT IS NOT NUMERIC OR WS-NEW-LIMIT = ZERO
               DISPLAY "DORMANCY LIMIT NOT CHANGED."
           ELSE
               SET BD-GET TO TRUE
               CALL "GETBDATE" USING BUSDATE-PARMS
               IF BD-OK
                   MOVE BD-BUS-DATE TO DM-SET-DATE
               ELSE
                   ACCEPT DM-SET-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE WS-NEW-LIMIT TO DM-LIMIT-DAYS
               MOVE SP-OPERATOR TO DM-SET-OPER
               OPEN OUTPUT DORMANCY-CTL
               IF WS-DORM-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE DORMANCY-CTL.DAT, STATUS "
                       WS-DORM-STATUS
               ELSE
                   WRITE DORMANCY-CTL-RECORD FROM DORMANCY-REC
                   CLOSE DORMANCY-CTL
                   DISPLAY "DORMANCY LIMIT SET TO " DM-LIMIT-DAYS
                       " DAYS."
                   MOVE SP-OPERATOR TO JP-OPERATOR
                   MOVE SP-PROGRAM TO JP-PROGRAM
                   MOVE "DORMANCY-CTL" TO JP-FILE
                   IF JP-BEFORE = SPACES
                       MOVE "ADD" TO JP-ACTION
                   ELSE
                       MOVE "CHANGE" TO JP-ACTION
                   END-IF
                   MOVE "LIMIT" TO JP-KEY
                   MOVE DORMANCY-REC TO JP-AFTER
                   CALL "MNTJRNL" USING JOURNAL-PARMS
                   IF NOT JP-WRITTEN
                       DISPLAY "*** CHANGE NOT RECORDED ON THE "
                           "CHANGE JOURNAL ***"
                   END-IF
               END-IF
           END-IF.

       5000-READ-OPERATOR.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON MASTER."
               NOT INVALID KEY
                   PERFORM 9100-MASK-IMAGE
                   MOVE WS-MASKED-IMAGE TO JP-BEFORE
           END-READ.

      *****************************************************
      *  SUPERVISOR AUTHORITY OF THE SIGNED-ON OPERATOR, WHO
      *  MAY ONLY GRANT IT OR TOUCH A SUPERVISOR'S ACCOUNT
      *  WHEN THEY HOLD IT THEMSELVES.
      *****************************************************
       5100-READ-SIGNED-ON.
           MOVE "N" TO WS-CHANGER-SUPER.
           MOVE SP-OPERATOR TO OP-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OP-AUTH-SUPER TO WS-CHANGER-SUPER
           END-READ.

       9000-WRITE-JOURNAL.
           MOVE SP-OPERATOR TO JP-OPERATOR.
           MOVE SP-PROGRAM TO JP-PROGRAM.
           MOVE "OPERATOR-MASTER" TO JP-FILE.
           MOVE OP-ID TO JP-KEY.
           PERFORM 9100-MASK-IMAGE.
           MOVE WS-MASKED-IMAGE TO JP-AFTER.
           CALL "MNTJRNL" USING JOURNAL-PARMS.
           IF NOT JP-WRITTEN
               DISPLAY "*** CHANGE NOT RECORDED ON THE CHANGE "
                   "JOURNAL ***"
           END-IF.

      *****************************************************
      *  PASSWORDS NEVER GO TO THE CHANGE JOURNAL.
      *****************************************************
       9100-MASK-IMAGE.
           MOVE OP-PASSWORD TO WS-HOLD-PASSWORD.
           MOVE "********" TO OP-PASSWORD.
           MOVE OPERATOR-REC TO WS-MASKED-IMAGE.
           MOVE WS-HOLD-PASSWORD TO OP-PASSWORD.
