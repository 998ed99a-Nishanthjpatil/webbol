*> Resident synthetic user-journey monitor, the same start-alongside-
*> WEBSERVER shape PROXY-PROBE and HA-MONITOR have. Those two prove
*> the peer and the backends answer; this one proves a user can get
*> something done - the front door walked step by step through
*> HTTP-CLIENT the way a browser would, session cookie and all:
*> fetch the home page, sign in with a monitoring account, search,
*> submit a test form, download a known PDF.
*>
*> SYNTH.CFG, one entry per line ("*" comments and blank lines
*> skipped), re-read every pass so a journey can be edited without a
*> restart:
*>
*>   INTERVAL <seconds>       - between passes (default 300)
*>   TARGET <host> <port>     - the front door (default 127.0.0.1 and
*>                              the server's own port)
*>   TIMEOUT <seconds>        - per step (default 10)
*>   INCIDENT_AFTER <n>       - consecutive failed runs of a journey
*>                              before it opens an incident (default
*>                              3; 0 never does)
*>   JOURNEY <name>           - starts a journey; its STEPs follow
*>   STEP <method> <path> <status> [<text>]
*>                            - one request: the status it must get
*>                              back, and text the response body must
*>                              contain (a PDF's "%PDF-", a page's
*>                              heading) - the rest of the line
*>   FORM <body>              - the previous STEP's request body,
*>                              sent urlencoded ("{..." goes as JSON)
*>
*> e.g.
*>   JOURNEY signin
*>   STEP GET /login 200 Sign in
*>   STEP POST /login 200 signed in
*>   FORM username=synthmon&password=...
*>   STEP GET /api/search?q=policy 200 "results"
*>
*> The monitoring account's password sits in SYNTH.CFG, so the file
*> is kept as tight as USERS.DAT. Each journey starts signed out (its
*> own empty cookie jar) and stops at the first step that fails.
*> Every step and every journey's verdict, with timings in ms, is
*> appended to SYNTH-HISTORY.LOG:
*>
*>   [ts] STEP <journey> <n> <method> <path> status=NNN ms=N PASS|FAIL
*>        [<why>]
*>   [ts] JOURNEY <journey> steps=<passed>/<of> ms=N PASS|FAIL
*>
*> which SLA-REPORT reads for the month's user-experience
*> availability alongside the uptime figure. A journey that starts
*> failing makes the usual noise once - an ALERTS.LOG line and a
*> notification through ALERT-MANAGER (SYNTH-JOURNEY-FAILED:<name>),
*> CLEARED when it passes again - and one still failing after
*> INCIDENT_AFTER runs opens a severity-2 incident in INCIDENTS.DAT.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNTH-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "SYNTH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT HISTORY-LOG ASSIGN TO "SYNTH-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT INCIDENT-SEQ ASSIGN TO "INCIDENT.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(512).
       FD  HISTORY-LOG.
       01  HISTORY-RECORD       PIC X(400).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENT-SEQ.
       01  INCIDENT-SEQ-RECORD  PIC X(16).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-CFG-STATUS         PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-INC-STATUS         PIC XX.
       01 WS-INC-SEQ-STATUS     PIC XX.
       01 WS-EOF                PIC 9.

       01 SYNTH-INTERVAL        PIC 9(5) VALUE 300.
       01 SYNTH-HOST            PIC X(64) VALUE "127.0.0.1".
       01 SYNTH-PORT            PIC 9(5).
       01 SYNTH-TIMEOUT         PIC 9(4) VALUE 10.
       01 SYNTH-INCIDENT-AFTER  PIC 9(4) VALUE 3.

*> One config line's words; the rest of a STEP or FORM line is taken
*> whole from WS-TOK-PTR on
       01 WS-TOK-1              PIC X(16).
       01 WS-TOK-2              PIC X(256).
       01 WS-TOK-3              PIC X(256).
       01 WS-TOK-4              PIC X(16).
       01 WS-TOK-PTR            PIC 9(4) COMP.
       01 WS-REST               PIC X(256).

*> The journeys, rebuilt from SYNTH.CFG each pass; a journey's last
*> verdict and failing streak are carried by name
       01 WS-JR-COUNT           PIC 9(2) COMP VALUE 0.
       01 WS-JOURNEY-TABLE.
          05 JR-ENTRY OCCURS 16 TIMES.
             10 JR-NAME            PIC X(24).
             10 JR-FIRST-STEP      PIC 9(3) COMP.
             10 JR-STEP-COUNT      PIC 9(3) COMP.
             10 JR-LAST            PIC X(4).
             10 JR-FAILS           PIC 9(4).
             10 JR-INCIDENT        PIC 9.
       01 WS-JR-IDX             PIC 9(2) COMP.
       01 WS-OLD-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-OLD-TABLE.
          05 OLD-ENTRY OCCURS 16 TIMES.
             10 OLD-NAME           PIC X(24).
             10 OLD-LAST           PIC X(4).
             10 OLD-FAILS          PIC 9(4).
             10 OLD-INCIDENT       PIC 9.
       01 WS-OLD-IDX            PIC 9(2) COMP.

       01 WS-SP-COUNT           PIC 9(3) COMP VALUE 0.
       01 WS-STEP-TABLE.
          05 SP-ENTRY OCCURS 128 TIMES.
             10 SP-METHOD          PIC X(10).
             10 SP-PATH            PIC X(256).
             10 SP-EXPECT          PIC 9(3).
             10 SP-CHECK           PIC X(64).
             10 SP-FORM            PIC X(256).
       01 WS-SP-IDX             PIC 9(3) COMP.
       01 WS-STEP-NO            PIC 9(3) COMP.
       01 WS-STEP-D             PIC Z(2)9.

*> HTTP-CLIENT plumbing for one step
       01 WS-HC-CT              PIC X(64).
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5 VALUE 0.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP            PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.
       01 WS-CHECK-HITS         PIC 9(4) COMP.
       01 WS-CHECK-LEN          PIC 9(4) COMP.

*> One step's and one journey's outcome
       01 WS-STEP-RESULT        PIC X(4).
       01 WS-STEP-WHY           PIC X(40).
       01 WS-JOURNEY-RESULT     PIC X(4).
       01 WS-FAILED-STEP        PIC 9(3) COMP.
       01 WS-FAILED-WHY         PIC X(40).
       01 WS-STEPS-PASSED       PIC 9(3) COMP.
       01 WS-STEPS-D            PIC Z(2)9.
       01 WS-OF-D               PIC Z(2)9.

*> Step timing off the hundredths clock, across midnight
       01 WS-CLOCK-NOW          PIC X(21).
       01 WS-CLOCK-CS           PIC 9(8).
       01 WS-START-CS           PIC 9(8).
       01 WS-ELAPSED-CS         PIC 9(8).
       01 WS-STEP-MS            PIC 9(8).
       01 WS-JOURNEY-MS         PIC 9(8).
       01 WS-MS-D               PIC Z(7)9.
       01 WS-STATUS-D           PIC 9(3).

       01 WS-JAR-NAME           PIC X(24) VALUE "SYNTH-COOKIES.TMP".
       01 WS-SHELL-CMD          PIC X(64).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-REC-PTR            PIC 9(4) COMP.

       01 WS-INC-NUMBER         PIC 9(6).
       01 WS-FAILS-D            PIC Z(3)9.
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SERVER-PORT TO SYNTH-PORT
           PERFORM LOAD-SYNTH-CONFIG
           DISPLAY "SYNTH-MONITOR: " WS-JR-COUNT " journey(s) every "
               SYNTH-INTERVAL " second(s)"

           PERFORM FOREVER
               PERFORM RUN-ONE-PASS
           END-PERFORM
           STOP RUN.

       RUN-ONE-PASS.
           PERFORM LOAD-SYNTH-CONFIG
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
               UNTIL WS-JR-IDX > WS-JR-COUNT
               IF JR-STEP-COUNT(WS-JR-IDX) > 0
                   PERFORM RUN-ONE-JOURNEY
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SHELL-CMD
           STRING "sleep " SYNTH-INTERVAL
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> ----------------------------------------------------------------
*> SYNTH.CFG
*> ----------------------------------------------------------------
       LOAD-SYNTH-CONFIG.
*> Last pass's verdicts, kept by name across the rebuild
           MOVE WS-JR-COUNT TO WS-OLD-COUNT
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
               UNTIL WS-JR-IDX > WS-JR-COUNT
               MOVE JR-NAME(WS-JR-IDX) TO OLD-NAME(WS-JR-IDX)
               MOVE JR-LAST(WS-JR-IDX) TO OLD-LAST(WS-JR-IDX)
               MOVE JR-FAILS(WS-JR-IDX) TO OLD-FAILS(WS-JR-IDX)
               MOVE JR-INCIDENT(WS-JR-IDX) TO OLD-INCIDENT(WS-JR-IDX)
           END-PERFORM
           MOVE 0 TO WS-JR-COUNT
           MOVE 0 TO WS-SP-COUNT

           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       APPLY-CONFIG-LINE.
           IF CFG-RECORD = SPACES OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
           MOVE 1 TO WS-TOK-PTR
           UNSTRING CFG-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
               WITH POINTER WS-TOK-PTR
           END-UNSTRING

           EVALUATE WS-TOK-1
               WHEN "INTERVAL"
                   IF WS-TOK-2(1:1) NUMERIC
                       COMPUTE SYNTH-INTERVAL =
                           FUNCTION NUMVAL(WS-TOK-2)
                   END-IF
               WHEN "TARGET"
                   IF WS-TOK-2 NOT = SPACES
                       MOVE WS-TOK-2 TO SYNTH-HOST
                   END-IF
                   IF WS-TOK-3(1:1) NUMERIC
                       COMPUTE SYNTH-PORT = FUNCTION NUMVAL(WS-TOK-3)
                   END-IF
               WHEN "TIMEOUT"
                   IF WS-TOK-2(1:1) NUMERIC
                       COMPUTE SYNTH-TIMEOUT =
                           FUNCTION NUMVAL(WS-TOK-2)
                   END-IF
               WHEN "INCIDENT_AFTER"
                   IF WS-TOK-2(1:1) NUMERIC
                       COMPUTE SYNTH-INCIDENT-AFTER =
                           FUNCTION NUMVAL(WS-TOK-2)
                   END-IF
               WHEN "JOURNEY"
                   PERFORM ADD-JOURNEY
               WHEN "STEP"
                   PERFORM ADD-STEP
               WHEN "FORM"
                   IF WS-SP-COUNT > 0 AND WS-JR-COUNT > 0 AND
                      JR-STEP-COUNT(WS-JR-COUNT) > 0
                       MOVE SPACES TO WS-REST
                       MOVE CFG-RECORD(6:) TO WS-REST
                       MOVE FUNCTION TRIM(WS-REST)
                           TO SP-FORM(WS-SP-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ADD-JOURNEY.
           IF WS-TOK-2 = SPACES OR WS-JR-COUNT >= 16
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JR-COUNT
           MOVE WS-TOK-2 TO JR-NAME(WS-JR-COUNT)
           COMPUTE JR-FIRST-STEP(WS-JR-COUNT) = WS-SP-COUNT + 1
           MOVE 0 TO JR-STEP-COUNT(WS-JR-COUNT)
           MOVE SPACES TO JR-LAST(WS-JR-COUNT)
           MOVE 0 TO JR-FAILS(WS-JR-COUNT)
           MOVE 0 TO JR-INCIDENT(WS-JR-COUNT)
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF OLD-NAME(WS-OLD-IDX) = JR-NAME(WS-JR-COUNT)
                   MOVE OLD-LAST(WS-OLD-IDX) TO JR-LAST(WS-JR-COUNT)
                   MOVE OLD-FAILS(WS-OLD-IDX) TO JR-FAILS(WS-JR-COUNT)
                   MOVE OLD-INCIDENT(WS-OLD-IDX)
                       TO JR-INCIDENT(WS-JR-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "STEP METHOD PATH STATUS [text...]" - the text is the rest of the
*> line after the status
       ADD-STEP.
           IF WS-JR-COUNT = 0 OR WS-SP-COUNT >= 128 OR
              WS-TOK-2 = SPACES OR WS-TOK-3 = SPACES OR
              WS-TOK-4(1:3) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SP-COUNT
           ADD 1 TO JR-STEP-COUNT(WS-JR-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-TOK-2) TO SP-METHOD(WS-SP-COUNT)
           MOVE WS-TOK-3 TO SP-PATH(WS-SP-COUNT)
           MOVE WS-TOK-4(1:3) TO SP-EXPECT(WS-SP-COUNT)
           MOVE SPACES TO SP-CHECK(WS-SP-COUNT)
           MOVE SPACES TO SP-FORM(WS-SP-COUNT)
           IF WS-TOK-PTR <= 512
               MOVE SPACES TO WS-REST
               MOVE CFG-RECORD(WS-TOK-PTR:) TO WS-REST
               MOVE FUNCTION TRIM(WS-REST) TO SP-CHECK(WS-SP-COUNT)
           END-IF
           .

*> ----------------------------------------------------------------
*> One journey: a fresh cookie jar, the steps in order until one
*> fails, then the verdict
*> ----------------------------------------------------------------
       RUN-ONE-JOURNEY.
           CALL "CBL_DELETE_FILE" USING WS-JAR-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           DISPLAY "HTTP_CLIENT_JAR" UPON ENVIRONMENT-NAME
           DISPLAY WS-JAR-NAME UPON ENVIRONMENT-VALUE

           MOVE "PASS" TO WS-JOURNEY-RESULT
           MOVE 0 TO WS-FAILED-STEP
           MOVE SPACES TO WS-FAILED-WHY
           MOVE 0 TO WS-STEPS-PASSED
           MOVE 0 TO WS-JOURNEY-MS
           MOVE 1 TO WS-STEP-NO
           MOVE JR-FIRST-STEP(WS-JR-IDX) TO WS-SP-IDX
           PERFORM UNTIL WS-STEP-NO > JR-STEP-COUNT(WS-JR-IDX) OR
                         WS-JOURNEY-RESULT = "FAIL"
               PERFORM RUN-ONE-STEP
               ADD 1 TO WS-STEP-NO
               ADD 1 TO WS-SP-IDX
           END-PERFORM

           CALL "CBL_DELETE_FILE" USING WS-JAR-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           DISPLAY "HTTP_CLIENT_JAR" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE

           PERFORM SET-TIMESTAMP
           MOVE WS-STEPS-PASSED TO WS-STEPS-D
           MOVE JR-STEP-COUNT(WS-JR-IDX) TO WS-OF-D
           MOVE WS-JOURNEY-MS TO WS-MS-D
           MOVE SPACES TO HISTORY-RECORD
           STRING "[" WS-TIMESTAMP "] JOURNEY " DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " steps=" FUNCTION TRIM(WS-STEPS-D) "/"
                  FUNCTION TRIM(WS-OF-D)
                  " ms=" FUNCTION TRIM(WS-MS-D) " "
                  WS-JOURNEY-RESULT DELIMITED BY SIZE
               INTO HISTORY-RECORD
           END-STRING
           PERFORM APPEND-HISTORY
           DISPLAY "SYNTH-MONITOR: " HISTORY-RECORD(1:100)

           IF WS-JOURNEY-RESULT = "FAIL"
               ADD 1 TO JR-FAILS(WS-JR-IDX)
               IF JR-LAST(WS-JR-IDX) NOT = "FAIL"
                   PERFORM RAISE-JOURNEY-ALERT
               END-IF
               IF SYNTH-INCIDENT-AFTER > 0 AND
                  JR-FAILS(WS-JR-IDX) >= SYNTH-INCIDENT-AFTER AND
                  JR-INCIDENT(WS-JR-IDX) = 0
                   PERFORM RAISE-JOURNEY-INCIDENT
                   MOVE 1 TO JR-INCIDENT(WS-JR-IDX)
               END-IF
           ELSE
               IF JR-LAST(WS-JR-IDX) = "FAIL"
                   PERFORM CLEAR-JOURNEY-ALERT
               END-IF
               MOVE 0 TO JR-FAILS(WS-JR-IDX)
               MOVE 0 TO JR-INCIDENT(WS-JR-IDX)
           END-IF
           MOVE WS-JOURNEY-RESULT TO JR-LAST(WS-JR-IDX)
           .

*> One request, timed; then the status and content checks
       RUN-ONE-STEP.
           MOVE 0 TO WS-HC-BODY-LEN
           MOVE SPACES TO WS-HC-CT
           IF SP-FORM(WS-SP-IDX) NOT = SPACES
               MOVE SPACES TO WS-HC-BODY
               MOVE SP-FORM(WS-SP-IDX) TO WS-HC-BODY
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SP-FORM(WS-SP-IDX)))
                   TO WS-HC-BODY-LEN
               IF SP-FORM(WS-SP-IDX)(1:1) = "{"
                   MOVE "application/json" TO WS-HC-CT
               ELSE
                   MOVE "application/x-www-form-urlencoded"
                       TO WS-HC-CT
               END-IF
           END-IF

           PERFORM READ-CLOCK
           MOVE WS-CLOCK-CS TO WS-START-CS
           CALL "HTTP-CLIENT" USING SYNTH-HOST SYNTH-PORT
               SP-METHOD(WS-SP-IDX) SP-PATH(WS-SP-IDX)
               WS-HC-CT WS-HC-BODY WS-HC-BODY-LEN SYNTH-TIMEOUT
               WS-HC-STATUS WS-HC-HEADERS WS-HC-RESP
               WS-HC-RESP-LEN WS-HC-RC
           END-CALL
           PERFORM READ-CLOCK
           IF WS-CLOCK-CS >= WS-START-CS
               COMPUTE WS-ELAPSED-CS = WS-CLOCK-CS - WS-START-CS
           ELSE
               COMPUTE WS-ELAPSED-CS =
                   WS-CLOCK-CS + 8640000 - WS-START-CS
           END-IF
           COMPUTE WS-STEP-MS = WS-ELAPSED-CS * 10
           ADD WS-STEP-MS TO WS-JOURNEY-MS

           MOVE "PASS" TO WS-STEP-RESULT
           MOVE SPACES TO WS-STEP-WHY
           EVALUATE TRUE
               WHEN WS-HC-RC = 1
                   MOVE "FAIL" TO WS-STEP-RESULT
                   MOVE "no response" TO WS-STEP-WHY
                   MOVE 0 TO WS-HC-STATUS
               WHEN WS-HC-STATUS NOT = SP-EXPECT(WS-SP-IDX)
                   MOVE "FAIL" TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-WHY
                   STRING "expected status " SP-EXPECT(WS-SP-IDX)
                       DELIMITED BY SIZE INTO WS-STEP-WHY
                   END-STRING
               WHEN SP-CHECK(WS-SP-IDX) NOT = SPACES
                   PERFORM CHECK-STEP-CONTENT
           END-EVALUATE

           IF WS-STEP-RESULT = "PASS"
               ADD 1 TO WS-STEPS-PASSED
           ELSE
               MOVE "FAIL" TO WS-JOURNEY-RESULT
               MOVE WS-STEP-NO TO WS-FAILED-STEP
               MOVE WS-STEP-WHY TO WS-FAILED-WHY
           END-IF

           PERFORM SET-TIMESTAMP
           MOVE WS-STEP-NO TO WS-STEP-D
           MOVE WS-STEP-MS TO WS-MS-D
           MOVE WS-HC-STATUS TO WS-STATUS-D
           MOVE SPACES TO HISTORY-RECORD
           MOVE 1 TO WS-REC-PTR
           STRING "[" WS-TIMESTAMP "] STEP " DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " " FUNCTION TRIM(WS-STEP-D) " " DELIMITED BY SIZE
                  SP-METHOD(WS-SP-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SP-PATH(WS-SP-IDX) DELIMITED BY SPACE
                  " status=" WS-STATUS-D
                  " ms=" FUNCTION TRIM(WS-MS-D) " "
                  WS-STEP-RESULT DELIMITED BY SIZE
               INTO HISTORY-RECORD WITH POINTER WS-REC-PTR
           END-STRING
           IF WS-STEP-WHY NOT = SPACES
               STRING " " FUNCTION TRIM(WS-STEP-WHY)
                   DELIMITED BY SIZE
                   INTO HISTORY-RECORD WITH POINTER WS-REC-PTR
               END-STRING
           END-IF
           PERFORM APPEND-HISTORY
           .

*> The expected text must appear somewhere in what came back
       CHECK-STEP-CONTENT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SP-CHECK(WS-SP-IDX)))
               TO WS-CHECK-LEN
           MOVE 0 TO WS-CHECK-HITS
           IF WS-HC-RESP-LEN > 0
               INSPECT WS-HC-RESP(1:WS-HC-RESP-LEN)
                   TALLYING WS-CHECK-HITS
                   FOR ALL SP-CHECK(WS-SP-IDX)(1:WS-CHECK-LEN)
           END-IF
           IF WS-CHECK-HITS = 0
               MOVE "FAIL" TO WS-STEP-RESULT
               MOVE "expected text missing" TO WS-STEP-WHY
           END-IF
           .

*> ----------------------------------------------------------------
*> The noise: once on the way down, once on the way back, and an
*> incident if it stays down
*> ----------------------------------------------------------------
       RAISE-JOURNEY-ALERT.
           PERFORM SET-TIMESTAMP
           MOVE WS-FAILED-STEP TO WS-STEP-D
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT SYNTH-JOURNEY-FAILED "
                  "journey=" DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " step=" FUNCTION TRIM(WS-STEP-D) " "
                  DELIMITED BY SIZE
                  WS-FAILED-WHY DELIMITED BY "  "
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           DISPLAY "SYNTH-MONITOR: " ALERTS-LOG-RECORD(1:100)

           MOVE "synth_journey_failed" TO WS-WEBHOOK-EVENT
           MOVE SPACES TO WS-WEBHOOK-DETAIL
           COMPUTE WS-SP-IDX = JR-FIRST-STEP(WS-JR-IDX) +
               WS-FAILED-STEP - 1
           STRING "journey " DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " failing at step " FUNCTION TRIM(WS-STEP-D) " ("
                  DELIMITED BY SIZE
                  SP-METHOD(WS-SP-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SP-PATH(WS-SP-IDX) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-FAILED-WHY DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           PERFORM NOTIFY-JOURNEY
           .

       CLEAR-JOURNEY-ALERT.
           PERFORM SET-TIMESTAMP
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] CLEARED SYNTH-JOURNEY-FAILED "
                  "journey=" DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           DISPLAY "SYNTH-MONITOR: " ALERTS-LOG-RECORD(1:100)

           MOVE "synth_journey_passed" TO WS-WEBHOOK-EVENT
           MOVE SPACES TO WS-WEBHOOK-DETAIL
           STRING "journey " DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " passing again" DELIMITED BY SIZE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           MOVE "CLEAR" TO ALERT-OP
           PERFORM NOTIFY-JOURNEY
           .

       NOTIFY-JOURNEY.
           MOVE SPACES TO ALERT-KEY
           STRING "SYNTH-JOURNEY-FAILED:" DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
               INTO ALERT-KEY
           END-STRING
           MOVE "W" TO ALERT-CHANNEL
           MOVE "Y" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

*> One severity-2 incident per failing streak, in the queue
*> INCIDENT-ADMIN and INCIDENT-AGE work, numbered off INCIDENT.SEQ
       RAISE-JOURNEY-INCIDENT.
           PERFORM SET-TIMESTAMP
           PERFORM NEXT-INCIDENT-NUMBER
           MOVE JR-FAILS(WS-JR-IDX) TO WS-FAILS-D
           OPEN EXTEND INCIDENTS-FILE
           IF WS-INC-STATUS = "35" OR WS-INC-STATUS = "05"
               OPEN OUTPUT INCIDENTS-FILE
           END-IF
           MOVE SPACES TO INCIDENTS-RECORD
           STRING WS-INC-NUMBER "|NEW|2|" WS-TIMESTAMP
                  "|synth-monitor|Synthetic journey "
                  DELIMITED BY SIZE
                  JR-NAME(WS-JR-IDX) DELIMITED BY SPACE
                  " has failed " FUNCTION TRIM(WS-FAILS-D)
                  " run(s) in a row - " DELIMITED BY SIZE
                  WS-WEBHOOK-DETAIL DELIMITED BY "  "
                  " - see SYNTH-HISTORY.LOG" DELIMITED BY SIZE
               INTO INCIDENTS-RECORD
           END-STRING
           WRITE INCIDENTS-RECORD
           CLOSE INCIDENTS-FILE
           DISPLAY "SYNTH-MONITOR: incident " WS-INC-NUMBER " raised"
           .

       NEXT-INCIDENT-NUMBER.
           MOVE 0 TO WS-INC-NUMBER
           OPEN INPUT INCIDENT-SEQ
           IF WS-INC-SEQ-STATUS = "00"
               READ INCIDENT-SEQ
                   NOT AT END
                       IF INCIDENT-SEQ-RECORD(1:6) NUMERIC
                           MOVE INCIDENT-SEQ-RECORD(1:6)
                               TO WS-INC-NUMBER
                       END-IF
               END-READ
               CLOSE INCIDENT-SEQ
           END-IF
           ADD 1 TO WS-INC-NUMBER

           OPEN OUTPUT INCIDENT-SEQ
           MOVE SPACES TO INCIDENT-SEQ-RECORD
           MOVE WS-INC-NUMBER TO INCIDENT-SEQ-RECORD(1:6)
           WRITE INCIDENT-SEQ-RECORD
           CLOSE INCIDENT-SEQ
           .

*> ----------------------------------------------------------------
*> Helpers
*> ----------------------------------------------------------------
       APPEND-HISTORY.
           OPEN EXTEND HISTORY-LOG
           IF WS-HISTORY-STATUS = "35" OR WS-HISTORY-STATUS = "05"
               OPEN OUTPUT HISTORY-LOG
           END-IF
           IF WS-HISTORY-STATUS = "00"
               WRITE HISTORY-RECORD
               CLOSE HISTORY-LOG
           END-IF
           .

*> Hundredths of a second since midnight
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-NOW
           COMPUTE WS-CLOCK-CS =
               FUNCTION NUMVAL(WS-CLOCK-NOW(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CLOCK-NOW(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CLOCK-NOW(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CLOCK-NOW(15:2))
           .

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .
