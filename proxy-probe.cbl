       01 WS-TIMESTAMP          PIC X(19).
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

       PROCEDURE DIVISION.

                  BE-STATE(WS-BE-IDX) DELIMITED BY SPACE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
*> Down raises, back up clears - one message each way however long
*> the backend flaps
           IF BE-STATE(WS-BE-IDX) = "DOWN"
               MOVE "RAISE" TO ALERT-OP
           ELSE
               MOVE "CLEAR" TO ALERT-OP
           END-IF
           MOVE SPACES TO ALERT-KEY
           STRING "PROXY-BACKEND-DOWN:" DELIMITED BY SIZE
                  BE-HOST(WS-BE-IDX) DELIMITED BY SPACE
                  ":" BE-PORT(WS-BE-IDX) DELIMITED BY SIZE
               INTO ALERT-KEY
           END-STRING
           MOVE "W" TO ALERT-CHANNEL
           MOVE "Y" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

