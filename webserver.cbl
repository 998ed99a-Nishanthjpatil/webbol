       01 WS-429-TIMESTAMP     PIC X(19).
       01 WS-429-DATE          PIC X(21).
       01 WS-429-LEN-STR       PIC Z(7)9.
*> The request's User-Agent and Referer for those lines, made into
*> single tokens the way WRITE-ACCESS-LOG in http-handler.cbl makes
*> them; "-" for a connection whose request was never read
       01 WS-LOG-UA            PIC X(96) VALUE "-".
       01 WS-LOG-UA-LEN        PIC 9(4) COMP VALUE 1.
       01 WS-LOG-REF           PIC X(80) VALUE "-".
       01 WS-LOG-REF-LEN       PIC 9(4) COMP VALUE 1.
       01 WS-AGENT-HDR-NAME    PIC X(12).
       01 WS-AGENT-HDR-LEN     PIC 9(4) COMP.
       01 WS-AGENT-VALUE       PIC X(96).
       01 WS-AGENT-VALUE-LEN   PIC 9(4) COMP.
       01 WS-AGENT-VALUE-MAX   PIC 9(4) COMP.
       01 WS-AGENT-SCAN-POS    PIC 9(4) COMP.

*> Oversized-body support: a body too large for REQUEST-BUFFER (but
*> within MAX-BODY-SIZE) is drained to a PID-named scratch file as it
*> direct spawn gets - a looping script must not wedge its worker
*> forever), and leaving its output where the dispatching CGI-EXEC
*> is polling for it; an overrun leaves a ".kill" marker beside the
*> output so the dispatcher records the kill and answers 504, and
*> the script's exit status is left in a ".rc" file for CGI-EXEC's
*> CGI-RUNS.LOG line. The "while true" wrapper IS the crash
*> recovery - a worker that dies on a bad script simply starts its
*> next iteration, and "setsid"
*> groups each worker with its children so STOP-CGI-POOL's
*> negated-PID kill takes whole workers down at shutdown, the same
*> arrangement START-TLS-LISTENER uses for its own background loop
                      DELIMITED BY SIZE
                  '> "$o.tmp" 2>/dev/null; '
                      DELIMITED BY SIZE
                  'x=$?; [ $x -eq 124 ] && echo K > "${j%.job}.kill"; '
                      DELIMITED BY SIZE
                  'echo $x > "${j%.job}.rc"; '
                      DELIMITED BY SIZE
                  'mv "$o.tmp" "$o"; '
                      DELIMITED BY SIZE
                  WS-429-TIMESTAMP DELIMITED BY SIZE
                  '] "- -" 429 Too Many Requests ' DELIMITED BY SIZE
                  WS-429-LEN-STR DELIMITED BY SIZE
                  " ua=" DELIMITED BY SIZE
                  WS-LOG-UA(1:WS-LOG-UA-LEN) DELIMITED BY SIZE
                  " ref=" DELIMITED BY SIZE
                  WS-LOG-REF(1:WS-LOG-REF-LEN) DELIMITED BY SIZE
               INTO ACCESS-LOG-RECORD
           END-STRING

           IF WS-RATE-LIMITED = 1
               DISPLAY "Rate-limited connection from "
                   WS-CLIENT-ADDR-STR
               MOVE "-" TO WS-LOG-UA
               MOVE 1 TO WS-LOG-UA-LEN
               MOVE "-" TO WS-LOG-REF
               MOVE 1 TO WS-LOG-REF-LEN
               PERFORM SEND-429-RESPONSE
               CALL "close" USING BY VALUE CLIENT-SOCKET
               END-CALL
               MOVE 0 TO WS-MORE-TO-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-LOG-AGENT-FIELDS

*> A request relayed by a trusted proxy is re-attributed to the real
*> client its X-Forwarded-For names - and that client re-takes the
                  WS-429-LEN-STR DELIMITED BY SIZE
                  " rid=" DELIMITED BY SIZE
                  WS-REQUEST-ID DELIMITED BY SPACE
                  " ua=" DELIMITED BY SIZE
                  WS-LOG-UA(1:WS-LOG-UA-LEN) DELIMITED BY SIZE
                  " ref=" DELIMITED BY SIZE
                  WS-LOG-REF(1:WS-LOG-REF-LEN) DELIMITED BY SIZE
               INTO ACCESS-LOG-RECORD
           END-STRING

           CLOSE ACCESS-LOG
           .

*> Fill WS-LOG-UA/WS-LOG-REF from the request just read - the same
*> capped, one-token form http-handler.cbl logs them in
       EXTRACT-LOG-AGENT-FIELDS.
           MOVE "User-Agent: " TO WS-AGENT-HDR-NAME
           MOVE 12 TO WS-AGENT-HDR-LEN
           MOVE 96 TO WS-AGENT-VALUE-MAX
           PERFORM SCAN-AGENT-HEADER
           MOVE WS-AGENT-VALUE TO WS-LOG-UA
           MOVE WS-AGENT-VALUE-LEN TO WS-LOG-UA-LEN

           MOVE "Referer: " TO WS-AGENT-HDR-NAME
           MOVE 9 TO WS-AGENT-HDR-LEN
           MOVE 80 TO WS-AGENT-VALUE-MAX
           PERFORM SCAN-AGENT-HEADER
           MOVE WS-AGENT-VALUE TO WS-LOG-REF
           MOVE WS-AGENT-VALUE-LEN TO WS-LOG-REF-LEN
           .

       SCAN-AGENT-HEADER.
           MOVE SPACES TO WS-AGENT-VALUE
           MOVE 0 TO WS-AGENT-VALUE-LEN

           PERFORM VARYING WS-AGENT-SCAN-POS FROM 1 BY 1
               UNTIL WS-AGENT-SCAN-POS > 8170
               IF REQUEST-BUFFER(WS-AGENT-SCAN-POS:WS-AGENT-HDR-LEN) =
                       WS-AGENT-HDR-NAME(1:WS-AGENT-HDR-LEN)
                   ADD WS-AGENT-HDR-LEN TO WS-AGENT-SCAN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AGENT-SCAN-POS <= 8170
               PERFORM VARYING WS-AGENT-SCAN-POS
                   FROM WS-AGENT-SCAN-POS BY 1
                   UNTIL WS-AGENT-SCAN-POS > 8190 OR
                         WS-AGENT-VALUE-LEN >= WS-AGENT-VALUE-MAX OR
                         REQUEST-BUFFER(WS-AGENT-SCAN-POS:1) = X"0D" OR
                         REQUEST-BUFFER(WS-AGENT-SCAN-POS:1) = X"0A"
                   ADD 1 TO WS-AGENT-VALUE-LEN
                   EVALUATE REQUEST-BUFFER(WS-AGENT-SCAN-POS:1)
                       WHEN SPACE
                           MOVE "_" TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                       WHEN QUOTE
                           MOVE "'" TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                       WHEN OTHER
                           MOVE REQUEST-BUFFER(WS-AGENT-SCAN-POS:1) TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                   END-EVALUATE
               END-PERFORM
           END-IF

           IF WS-AGENT-VALUE-LEN = 0
               MOVE "-" TO WS-AGENT-VALUE
               MOVE 1 TO WS-AGENT-VALUE-LEN
           END-IF
           .

*> When the connecting peer is a configured trusted proxy, pull the
*> real client out of the request's X-Forwarded-For header (its
*> first, leftmost address - the originating client as the balancer
