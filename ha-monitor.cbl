*>                             before the standby takes over (60)
*>   START_COMMAND=            what the standby runs to bring its
*>                             own server up (e.g. ./webserver &)
*>   STATUS_COMMAND=           the status-page publisher to run
*>                             (e.g. ./status-publish), so the
*>                             standby keeps its own copy of the
*>                             page current; unset runs nothing
*>   STATUS_EVERY=             passes between publishes (30)
*>
*> The PRIMARY role writes a liveness record to HEARTBEAT.DAT each
*> pass - the post-mortem evidence of when it was last healthy. The
       01 HA-INTERVAL           PIC 9(4) VALUE 10.
       01 HA-STALE-SECONDS      PIC 9(4) VALUE 60.
       01 HA-START-COMMAND      PIC X(128) VALUE SPACES.
       01 HA-STATUS-COMMAND     PIC X(128) VALUE SPACES.
       01 HA-STATUS-EVERY       PIC 9(4) VALUE 30.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-SLEEP-RC           PIC S9(9) COMP-5.
       01 WS-START-RC           PIC S9(9) COMP-5.
       01 WS-SILENT-SECS        PIC 9(10).
       01 WS-STATUS-PASSES      PIC 9(4) VALUE 0.
       01 WS-STATUS-CMD         PIC X(256).
       01 WS-STATUS-RC          PIC S9(9) COMP-5.
       01 WS-PEER-PORT-D        PIC Z(4)9.

       PROCEDURE DIVISION.

                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "START_COMMAND"
                   MOVE WS-CFG-VALUE(1:128) TO HA-START-COMMAND
               WHEN "STATUS_COMMAND"
                   MOVE WS-CFG-VALUE(1:128) TO HA-STATUS-COMMAND
               WHEN "STATUS_EVERY"
                   COMPUTE HA-STATUS-EVERY =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               PERFORM PROBE-PRIMARY
           END-IF

           IF HA-STATUS-COMMAND NOT = SPACES
               PERFORM PUBLISH-STATUS-PAGE
           END-IF

           MOVE SPACES TO WS-SLEEP-CMD
           STRING "sleep " HA-INTERVAL DELIMITED BY SIZE
               INTO WS-SLEEP-CMD
           CALL "SYSTEM" USING WS-SLEEP-CMD RETURNING WS-SLEEP-RC
           .

*> Every STATUS_EVERY passes (and on the first), the status page.
*> A standby that has not taken over has no website of its own yet,
*> so the page it keeps ready describes the primary it is watching
       PUBLISH-STATUS-PAGE.
           IF WS-STATUS-PASSES > 0
               SUBTRACT 1 FROM WS-STATUS-PASSES
               EXIT PARAGRAPH
           END-IF
           MOVE HA-STATUS-EVERY TO WS-STATUS-PASSES
           IF WS-STATUS-PASSES > 0
               SUBTRACT 1 FROM WS-STATUS-PASSES
           END-IF

           MOVE SPACES TO WS-STATUS-CMD
           IF HA-ROLE = "STANDBY" AND WS-TAKEN-OVER = 0
               MOVE HA-PEER-PORT TO WS-PEER-PORT-D
               STRING HA-STATUS-COMMAND DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      HA-PEER-HOST DELIMITED BY SPACE
                      " " FUNCTION TRIM(WS-PEER-PORT-D)
                      DELIMITED BY SIZE
                   INTO WS-STATUS-CMD
               END-STRING
           ELSE
               MOVE HA-STATUS-COMMAND TO WS-STATUS-CMD
           END-IF
           CALL "SYSTEM" USING WS-STATUS-CMD RETURNING WS-STATUS-RC
           IF WS-STATUS-RC NOT = 0
               DISPLAY "HA-MONITOR: status publish failed, rc "
                   WS-STATUS-RC
           END-IF
           .

*> The primary's own liveness record - epoch second per pass
       WRITE-HEARTBEAT.
           OPEN OUTPUT HEARTBEAT-FILE
