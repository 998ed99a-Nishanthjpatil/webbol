*> DOC-ROOT, the working directory (logs and state), and BACKUPS/:
*>
*>   - past WARN_PCT used (default 85): one ALERTS.LOG line and a
*>     webhook on the way up, a CLEARED on the way back (both through
*>     ALERT-MANAGER, as DISK-SPACE);
*>   - past CRIT_PCT (default 95): DEGRADED.FLAG is raised, which
*>     FREEZE-CHECK turns into "server storage full" refusals on
*>     every write path while serving and logging continue; the
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

       PROCEDURE DIVISION.

                          "refusing" DELIMITED BY SIZE
                       INTO WS-WEBHOOK-DETAIL
                   END-STRING
                   MOVE "RAISE" TO ALERT-OP
                   PERFORM NOTIFY-DEGRADED
               END-IF
           ELSE
               IF WS-WAS-DEGRADED = 1
                   MOVE "disk_recovered" TO WS-WEBHOOK-EVENT
                   MOVE "storage recovered - writes resumed"
                       TO WS-WEBHOOK-DETAIL
                   MOVE "CLEAR" TO ALERT-OP
                   PERFORM NOTIFY-DEGRADED
               END-IF
           END-IF
           .

*> Degraded mode is its own alert key, so a root-cause rule can hang
*> the write refusals it causes off it
       NOTIFY-DEGRADED.
           MOVE "DISK-DEGRADED" TO ALERT-KEY
           MOVE "W" TO ALERT-CHANNEL
           MOVE "Y" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

       RAISE-DISK-ALERT.
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           DISPLAY "DISK-MONITOR: " ALERTS-LOG-RECORD(1:90)
           IF WS-WEBHOOK-EVENT = "CLEARED"
               MOVE "CLEAR" TO ALERT-OP
           ELSE
               MOVE "RAISE" TO ALERT-OP
           END-IF
           MOVE "DISK-SPACE" TO ALERT-KEY
           MOVE "W" TO ALERT-CHANNEL
           MOVE "Y" TO ALERT-CLEARS
           MOVE "disk_space" TO ALERT-EVENT
           MOVE SPACES TO ALERT-DETAIL
           STRING "storage " DELIMITED BY SIZE
                  WS-WORST-PCT "% used, " WS-WORST-FREE-MB
                  " MB free" DELIMITED BY SIZE
               INTO ALERT-DETAIL
           END-STRING
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .
