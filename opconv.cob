           MOVE SPACES TO OP-PASSWORD.
           SET OP-PW-EXPIRED TO TRUE.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "N" TO OP-AUTH-SUPER.
           WRITE OPERATOR-REC.
           ADD 1 TO WS-CONV-COUNT.

