                       MOVE OP-AUTH-MATH TO WS-AUTH-FLAG
                   WHEN "DISTRPT"
                       MOVE OP-AUTH-DISTRPT TO WS-AUTH-FLAG
                   WHEN "OVRAPPR"
                       MOVE OP-AUTH-SUPER TO WS-AUTH-FLAG
                   WHEN "MATHFRCE"
                       MOVE OP-AUTH-SUPER TO WS-AUTH-FLAG
                   WHEN OTHER
                       MOVE OP-AUTH-BATCH TO WS-AUTH-FLAG
               END-EVALUATE
