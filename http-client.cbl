*> successful exchange), 1 = no usable response (connect failure,
*> timeout, unresolvable host), 2 = response body too large for the
*> caller's 64KB buffer (the first 64KB is returned).
*>
*> A caller that needs a session carried from one request to the next
*> (SYNTH-MONITOR signing in and then using the site) names a cookie
*> jar file in the HTTP_CLIENT_JAR environment variable; curl then
*> sends the jar's cookies and stores whatever the response sets.
*> Unset, requests carry no cookies, as before.
IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CLIENT.


       01 WS-CODE-BUFFER        PIC X(8).

*> The cookie-jar options, or spaces when HTTP_CLIENT_JAR is unset
       01 WS-JAR-NAME           PIC X(64).
       01 WS-JAR-OPT            PIC X(48).

       LINKAGE SECTION.
*> Where and what to ask: host (name or dotted quad), port, method,
*> and path (including any query string), plus the body to send (zero
           DISPLAY "HTTP_CLIENT_CT" UPON ENVIRONMENT-NAME
           DISPLAY LS-CONTENT-TYPE UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-JAR-NAME
           ACCEPT WS-JAR-NAME FROM ENVIRONMENT "HTTP_CLIENT_JAR"
           MOVE SPACES TO WS-JAR-OPT
           IF WS-JAR-NAME NOT = SPACES
               MOVE ' -b "$HTTP_CLIENT_JAR" -c "$HTTP_CLIENT_JAR"'
                   TO WS-JAR-OPT
           END-IF

           CALL "getpid" RETURNING WS-HC-PID
           END-CALL
           MOVE WS-HC-PID TO WS-HC-PID-D
                      WS-TIMEOUT-D DELIMITED BY SIZE
                      " -X " DELIMITED BY SIZE
                      LS-METHOD(1:WS-METHOD-LEN) DELIMITED BY SIZE
                      WS-JAR-OPT DELIMITED BY "  "
                      ' -H "Content-Type: $HTTP_CLIENT_CT"'
                          DELIMITED BY SIZE
                      " --data-binary @" DELIMITED BY SIZE
                      WS-TIMEOUT-D DELIMITED BY SIZE
                      " -X " DELIMITED BY SIZE
                      LS-METHOD(1:WS-METHOD-LEN) DELIMITED BY SIZE
                      WS-JAR-OPT DELIMITED BY "  "
                      " -D " DELIMITED BY SIZE
                      WS-HDR-NAME DELIMITED BY SPACE
                      " -o " DELIMITED BY SIZE
