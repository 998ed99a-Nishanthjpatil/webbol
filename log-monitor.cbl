       01 WS-ALERT-TIMESTAMP    PIC X(19).
       01 WS-MAIL-EVENT         PIC X(32).
       01 WS-MAIL-DETAIL        PIC X(128).
       COPY "alert.cpy".
       01 WS-CURRENT-DATE       PIC X(21).

       01 WS-SLEEP-CMD          PIC X(32).

           DISPLAY "LOG-MONITOR: " ALERTS-LOG-RECORD(1:90)

*> Threshold trips reach the email consumers too, through ALERT-MANAGER
*> so a class that keeps tripping mails once and a clear mails once
           MOVE "monitor_alert" TO WS-MAIL-EVENT
           MOVE SPACES TO WS-MAIL-DETAIL
           STRING WS-ALERT-KIND DELIMITED BY SPACE
                  DELIMITED BY SIZE
               INTO WS-MAIL-DETAIL
           END-STRING
           IF WS-ALERT-KIND = "CLEARED"
               MOVE "CLEAR" TO ALERT-OP
           ELSE
               MOVE "RAISE" TO ALERT-OP
           END-IF
           MOVE WS-ALERT-CLASS TO ALERT-KEY
           MOVE "M" TO ALERT-CHANNEL
           MOVE "Y" TO ALERT-CLEARS
           MOVE WS-MAIL-EVENT TO ALERT-EVENT
           MOVE WS-MAIL-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .
