                MOVE WS-STEP-RESULT(WS-STEP-IDX) TO WS-WORST-RC.
           DISPLAY "STEP ", WS-STEP-PROGRAM(WS-STEP-IDX),
                " ENDED WITH RC=", WS-STEP-RESULT(WS-STEP-IDX).
           CALL "REPORT-CAPTURE"
                ON EXCEPTION
                     DISPLAY "REPORT-CAPTURE COULD NOT BE LOADED - ",
                          "REPORTS NOT FILED".
           CANCEL "REPORT-CAPTURE".
           MOVE ZERO TO RETURN-CODE.
       RUN-ONE-STEP-EXIT.
           EXIT.
