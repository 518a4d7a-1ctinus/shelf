       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCONV2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-OLD ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OLD-OP-ID
               FILE STATUS WS-OLD-STATUS.
           SELECT OPERATOR-NEW ASSIGN TO "OPERATOR-MASTER.NEW"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID
               FILE STATUS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *  OPERATOR MASTER LAYOUT AS IT WAS BEFORE THE
      *  SUPERVISOR FLAG WAS ADDED TO OPERATOR-REC.  THIS
      *  ONE-TIME UTILITY COPIES THE OLD FILE INTO THE NEW
      *  LAYOUT WITH OP-AUTH-SUPER SET TO "N"; GRANT THE
      *  FLAG AFTERWARDS WITH OPMNT.
      *****************************************************
       FD OPERATOR-OLD.
       01 OPERATOR-OLD-REC.
           05 OLD-OP-ID           PIC X(8).
           05 OLD-OP-NAME         PIC X(25).
           05 OLD-OP-STATUS       PIC X.
           05 OLD-AUTH-LINUX      PIC X.
           05 OLD-AUTH-MATH       PIC X.
           05 OLD-AUTH-DISTRPT    PIC X.
           05 OLD-AUTH-BATCH      PIC X.
           05 OLD-PASSWORD        PIC X(8).
           05 OLD-PW-FLAG         PIC X.
           05 OLD-FAIL-COUNT      PIC 9(2).

       FD OPERATOR-NEW.
       COPY OPERATOR-REC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-NEW-STATUS PIC X(2) VALUE SPACES.
       01 WS-OLD-EOF PIC X VALUE "N".
           88 END-OF-OLD VALUE "Y".
       01 WS-CONV-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-CONVERT-RECORDS.
           PERFORM 3000-PROMOTE-NEW-MASTER.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT OPERATOR-OLD.
           IF WS-OLD-STATUS = "39"
               DISPLAY "OPERATOR-MASTER.DAT IS NOT IN THE OLD "
                   "LAYOUT - ALREADY CONVERTED?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPERATOR-MASTER.DAT, STATUS "
                   WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OPERATOR-NEW.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE OPERATOR-MASTER.NEW, STATUS "
                   WS-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CONVERT-RECORDS.
           MOVE LOW-VALUES TO OLD-OP-ID.
           START OPERATOR-OLD KEY NOT < OLD-OP-ID
               INVALID KEY
                   SET END-OF-OLD TO TRUE
           END-START.
           PERFORM UNTIL END-OF-OLD
               READ OPERATOR-OLD NEXT
                   AT END
                       SET END-OF-OLD TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-OLD.
           CLOSE OPERATOR-NEW.

       2100-WRITE-NEW-RECORD.
           MOVE OLD-OP-ID TO OP-ID.
           MOVE OLD-OP-NAME TO OP-NAME.
           MOVE OLD-OP-STATUS TO OP-STATUS.
           MOVE OLD-AUTH-LINUX TO OP-AUTH-LINUX.
           MOVE OLD-AUTH-MATH TO OP-AUTH-MATH.
           MOVE OLD-AUTH-DISTRPT TO OP-AUTH-DISTRPT.
           MOVE OLD-AUTH-BATCH TO OP-AUTH-BATCH.
           MOVE OLD-PASSWORD TO OP-PASSWORD.
           MOVE OLD-PW-FLAG TO OP-PW-FLAG.
           MOVE OLD-FAIL-COUNT TO OP-FAIL-COUNT.
           MOVE "N" TO OP-AUTH-SUPER.
           WRITE OPERATOR-REC.
           ADD 1 TO WS-CONV-COUNT.

       3000-PROMOTE-NEW-MASTER.
           CALL "SYSTEM" USING
               "mv OPERATOR-MASTER.NEW OPERATOR-MASTER.DAT".
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT REPLACE OPERATOR-MASTER"
                   ".DAT, RC=" RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERATORS CONVERTED ......... " WS-CONV-COUNT.
           DISPLAY "NO OPERATOR IS A SUPERVISOR YET - GRANT THE "
               "AUTHORITY WITH OPMNT.".
