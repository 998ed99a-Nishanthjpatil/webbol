       01 WS-ALERT-LEVEL        PIC X(8).
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

       PROCEDURE DIVISION.

                  WS-ALERT-LEVEL DELIMITED BY SPACE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "TLS-CERT-EXPIRY:" DELIMITED BY SIZE
                  WS-CERT-LABEL DELIMITED BY SPACE
               INTO ALERT-KEY
           END-STRING
           MOVE "W" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .
