       01 WS-STOP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ABND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DISABLED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DL-FLAG      PIC X(4).
           05 WS-DL-AUDIT     PIC X(54).
               WHEN AU-RUN-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "*** " TO WS-DL-FLAG
               WHEN AU-OPER-DISABLED
                   ADD 1 TO WS-DISABLED-COUNT
                   MOVE "*** " TO WS-DL-FLAG
               WHEN AU-RUN-STOP
                   ADD 1 TO WS-STOP-COUNT
                   PERFORM 2600-NOTE-SESSION-STOP
           MOVE WS-REFUSED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           MOVE "DORMANT OPERATORS DISABLED .. " TO WS-CL-LABEL.
           MOVE WS-DISABLED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           DISPLAY WS-COUNT-LINE.
           IF WS-START-COUNT > WS-STOP-COUNT
               MOVE WS-START-COUNT TO WS-NS-START
               MOVE WS-STOP-COUNT TO WS-NS-STOP
