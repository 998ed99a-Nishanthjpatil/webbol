*> Load-test harness: fires the traffic CAPTURE.LOG sampled from
*> production at a staging target, at volume. REPLAY-RUN proves each
*> request still gets the right answer; this proves the target holds
*> up when they all arrive at once - a new config, CGI pool size or
*> bandwidth cap tried at Monday-morning volume before it ships.
*>
*>   load-run                 - run the steps LOAD.CFG names
*>
*> The capture keeps the production mix (only GET and HEAD lines are
*> fired - as with REPLAY-RUN, captured POSTs have no body to resend
*> and are counted as skipped) and, through each line's arrival
*> stamp, the production timing. CAPTURE.CFG samples 1 request in N
*> evenly over time, so squeezing the captured timeline N-fold gives
*> back production's own rate: a 1x step is production volume, a 2x
*> step twice it. Each step runs CONCURRENCY clients side by side
*> (copies of this program, started as "load-run WORKER <mult> <n>"),
*> client n taking every CONCURRENCY-th request and sending each when
*> it falls due - or at once, when it is already behind.
*>
*> LOAD-RUN.RPT gets one line per step - requests sent, the rate
*> asked for and the throughput achieved, latency percentiles
*> (p50/p90/p95/p99/max, ms), errors (no answer, or a 5xx other than
*> 503) and requests shed (429 and 503) - and the first step at which
*> p95 latency, the error rate or the shed rate crossed its threshold.
*> The steps stop there unless STOP_ON_BREACH=N. Aimed at a target
*> with the per-client rate limit on, the 429s measure that limit,
*> since every request comes from this one address.
*>
*> LOAD.CFG, KEY=VALUE per line ("*" comments skipped):
*>   TARGET_HOST= / TARGET_PORT=  the staging target (the port is
*>                                required; host 127.0.0.1)
*>   STEPS=           rate multipliers in order (1,2,5)
*>   CONCURRENCY=     clients per step (10, up to 200)
*>   STEP_SECS=       longest a step may run (60)
*>   TIMEOUT=         seconds per request (10)
*>   SAMPLE_DIVISOR=  the capture's 1-in-N (CAPTURE.CFG's, else 1)
*>   P95_MS=          latency threshold (1000)
*>   ERROR_PCT=       error-rate threshold, percent (1)
*>   SHED_PCT=        shed-rate threshold, percent (1)
*>   STOP_ON_BREACH=  Y/N (Y)
IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CFG ASSIGN TO "LOAD.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-CFG-STATUS.
           SELECT CAPTURE-CFG ASSIGN TO "CAPTURE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCFG-STATUS.
           SELECT CAPTURE-LOG ASSIGN TO "CAPTURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT PLAN-FILE ASSIGN TO "LOAD-PLAN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAD-RUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CFG.
       01  LOAD-CFG-RECORD      PIC X(256).
       FD  CAPTURE-CFG.
       01  CAPTURE-CFG-RECORD   PIC X(16).
       FD  CAPTURE-LOG.
       01  CAPTURE-LOG-RECORD   PIC X(400).
*> One request to fire: its due time, in hundredths of a second
*> after the capture's first arrival, then what to send
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05 PLAN-OFFSET-CS       PIC 9(10).
           05 FILLER               PIC X.
           05 PLAN-METHOD          PIC X(10).
           05 FILLER               PIC X.
           05 PLAN-PATH            PIC X(256).
*> One fired request, as a client saw it
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RES-SENT-CS          PIC 9(15).
           05 FILLER               PIC X.
           05 RES-DONE-CS          PIC 9(15).
           05 FILLER               PIC X.
           05 RES-STATUS           PIC 9(3).
           05 FILLER               PIC X.
           05 RES-RC               PIC 9.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-LOAD-CFG-STATUS    PIC XX.
       01 WS-CAPCFG-STATUS      PIC XX.
       01 WS-CAP-STATUS         PIC XX.
       01 WS-PLAN-STATUS        PIC XX.
       01 WS-RESULT-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-SHELL-CMD          PIC X(400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> KEY=VALUE parsing
       01 WS-CFG-LINE           PIC X(256).
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> LOAD.CFG
       01 LOAD-HOST             PIC X(64) VALUE "127.0.0.1".
       01 LOAD-PORT             PIC 9(5) VALUE 0.
       01 LOAD-STEPS-TEXT       PIC X(64) VALUE "1,2,5".
       01 LOAD-CONCURRENCY      PIC 9(3) VALUE 10.
       01 LOAD-STEP-SECS        PIC 9(5) VALUE 60.
       01 LOAD-TIMEOUT          PIC 9(4) VALUE 10.
       01 LOAD-DIVISOR          PIC 9(4) VALUE 0.
       01 LOAD-P95-MS           PIC 9(6) VALUE 1000.
       01 LOAD-ERROR-PCT        PIC 9(3)V99 VALUE 1.
       01 LOAD-SHED-PCT         PIC 9(3)V99 VALUE 1.
       01 LOAD-STOP-ON-BREACH   PIC X VALUE "Y".

*> The steps, parsed out of STEPS=
       01 WS-STEP-COUNT         PIC 9(2) COMP VALUE 0.
       01 STEP-TABLE.
          05 STEP-MULT OCCURS 10 TIMES PIC 9(3)V99.
       01 WS-STEP-IDX           PIC 9(2) COMP.
       01 WS-STEP-TOKENS.
          05 WS-STEP-TOKEN OCCURS 10 TIMES PIC X(8).
       01 WS-MULT-D             PIC ZZ9.99.

*> Run mode: the coordinator, or one of a step's clients
       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-ARG-MODE           PIC X(8).
       01 WS-ARG-MULT           PIC X(8).
       01 WS-ARG-WORKER         PIC X(8).
       01 WS-WORKER-NO          PIC 9(3) VALUE 0.
       01 WS-MULT               PIC 9(3)V99.

*> Capture into plan
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.
       01 WS-TOKENS.
          05 WS-TOKEN OCCURS 5 TIMES PIC X(256).
       01 WS-ARRIVED-CS         PIC 9(15).
       01 WS-FIRST-CS           PIC 9(15) VALUE 0.
       01 WS-LAST-OFFSET        PIC 9(10) VALUE 0.
       01 WS-PLANNED            PIC 9(8) VALUE 0.
       01 WS-SKIPPED            PIC 9(8) VALUE 0.
       01 WS-UNSTAMPED          PIC 9(8) VALUE 0.

*> Clocks, in hundredths of a second from day 1 of the calendar
       01 WS-CLOCK-CS           PIC 9(15).
       01 WS-START-CS           PIC 9(15).
       01 WS-DUE-CS             PIC 9(15).
       01 WS-CUTOFF-CS          PIC 9(15).
       01 WS-WAIT-CS            PIC 9(15).
       01 WS-SLEEP-US           PIC 9(9) COMP-5.
       01 WS-START-ENV          PIC X(16).
       01 WS-PLAN-LINE-NO       PIC 9(8).
       01 WS-SLOT               PIC 9(8).

*> HTTP-CLIENT plumbing
       01 WS-HC-METHOD          PIC X(10).
       01 WS-HC-PATH            PIC X(256).
       01 WS-HC-CT              PIC X(64) VALUE "text/plain".
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5 VALUE 0.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP-BODY       PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.

*> One step's tally. Latency goes into a histogram of whole
*> hundredths (the last cell takes anything from 60 s up), so the
*> percentiles come without holding or sorting every sample
       01 WS-RESULT-NAME        PIC X(32).
       01 WS-SENT               PIC 9(8) VALUE 0.
       01 WS-ERRORS             PIC 9(8) VALUE 0.
       01 WS-SHED-429           PIC 9(8) VALUE 0.
       01 WS-SHED-503           PIC 9(8) VALUE 0.
       01 WS-FIRST-SENT-CS      PIC 9(15).
       01 WS-LAST-DONE-CS       PIC 9(15).
       01 WS-LATENCY-CS         PIC 9(15).
       01 LATENCY-HISTOGRAM.
          05 LAT-BUCKET OCCURS 6001 TIMES PIC 9(8) COMP.
       01 WS-LAT-IDX            PIC 9(4) COMP.
       01 WS-MAX-LAT-CS         PIC 9(15).
       01 WS-PCT-WANTED         PIC 9(3).
       01 WS-RANK               PIC 9(8).
       01 WS-RUNNING            PIC 9(8).
       01 WS-PCT-CS             PIC 9(6).
       01 WS-P50-MS             PIC 9(7).
       01 WS-P90-MS             PIC 9(7).
       01 WS-P95-MS             PIC 9(7).
       01 WS-P99-MS             PIC 9(7).
       01 WS-MAX-MS             PIC 9(7).
       01 WS-SPAN-CS            PIC 9(15).
       01 WS-THROUGHPUT         PIC 9(7)V99.
       01 WS-ASKED-RATE         PIC 9(7)V99.
       01 WS-ERROR-RATE         PIC 9(3)V99.
       01 WS-SHED-RATE          PIC 9(3)V99.
       01 WS-STEP-VERDICT       PIC X(6).
       01 WS-BREACH-WHY         PIC X(80).
       01 WS-BREACHED           PIC 9 VALUE 0.
       01 WS-BREACH-STEP        PIC 9(3)V99.
       01 WS-BREACH-TEXT        PIC X(80).

       01 WS-RATE-D             PIC Z(6)9.99.
       01 WS-TPUT-D             PIC Z(6)9.99.
       01 WS-COUNT-D            PIC Z(7)9.
       01 WS-COUNT-D2           PIC Z(7)9.
       01 WS-COUNT-D3           PIC Z(7)9.
       01 WS-COUNT-D4           PIC Z(7)9.
       01 WS-MS-D1              PIC Z(6)9.
       01 WS-MS-D2              PIC Z(6)9.
       01 WS-MS-D3              PIC Z(6)9.
       01 WS-MS-D4              PIC Z(6)9.
       01 WS-MS-D5              PIC Z(6)9.
       01 WS-PCT-D              PIC ZZ9.99.
       01 WS-PCT-D2             PIC ZZ9.99.
       01 WS-PORT-D             PIC Z(4)9.
       01 WS-SPAN-D             PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-MODE WS-ARG-MULT WS-ARG-WORKER
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-MODE WS-ARG-MULT WS-ARG-WORKER
           END-UNSTRING

           PERFORM READ-LOAD-CONFIG
           IF LOAD-PORT = 0
               DISPLAY "LOAD-RUN: LOAD.CFG must name the staging "
                   "target (TARGET_HOST=, TARGET_PORT=)"
               STOP RUN
           END-IF

           IF WS-ARG-MODE = "WORKER"
               PERFORM RUN-ONE-CLIENT
               STOP RUN
           END-IF

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

           IF LOAD-DIVISOR = 0
               PERFORM READ-CAPTURE-DIVISOR
           END-IF
           PERFORM PARSE-STEPS
           PERFORM BUILD-PLAN
           IF WS-PLANNED = 0
               DISPLAY "LOAD-RUN: CAPTURE.LOG holds no GET/HEAD "
                   "request to fire - enable capture mode "
                   "(CAPTURE.CFG) on production first"
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE STEP-MULT(WS-STEP-IDX) TO WS-MULT
               PERFORM RUN-ONE-STEP
               PERFORM TALLY-STEP
               PERFORM REPORT-STEP
               IF WS-BREACHED = 1 AND LOAD-STOP-ON-BREACH = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-FOOTING
           CLOSE REPORT-FILE
           CALL "CBL_DELETE_FILE" USING "LOAD-PLAN.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "LOAD-STEP.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           DISPLAY "LOAD-RUN: " FUNCTION TRIM(WS-BREACH-TEXT)
               " - see LOAD-RUN.RPT"
           STOP RUN.

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-CLOCK-CS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) * 8640000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           .

*> ----------------------------------------------------------------
*> Configuration
*> ----------------------------------------------------------------
       READ-LOAD-CONFIG.
           OPEN INPUT LOAD-CFG
           IF WS-LOAD-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LOAD-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE LOAD-CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       PERFORM APPLY-LOAD-SETTING
               END-READ
           END-PERFORM
           CLOSE LOAD-CFG
           IF LOAD-CONCURRENCY = 0
               MOVE 1 TO LOAD-CONCURRENCY
           END-IF
           IF LOAD-CONCURRENCY > 200
               MOVE 200 TO LOAD-CONCURRENCY
           END-IF
           .

       APPLY-LOAD-SETTING.
           EVALUATE WS-CFG-KEY
               WHEN "TARGET_HOST"
                   MOVE WS-CFG-VALUE(1:64) TO LOAD-HOST
               WHEN "TARGET_PORT"
                   COMPUTE LOAD-PORT = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "STEPS"
                   MOVE WS-CFG-VALUE(1:64) TO LOAD-STEPS-TEXT
               WHEN "CONCURRENCY"
                   COMPUTE LOAD-CONCURRENCY =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "STEP_SECS"
                   COMPUTE LOAD-STEP-SECS =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "TIMEOUT"
                   COMPUTE LOAD-TIMEOUT = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "SAMPLE_DIVISOR"
                   COMPUTE LOAD-DIVISOR = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "P95_MS"
                   COMPUTE LOAD-P95-MS = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "ERROR_PCT"
                   COMPUTE LOAD-ERROR-PCT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "SHED_PCT"
                   COMPUTE LOAD-SHED-PCT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "STOP_ON_BREACH"
                   MOVE WS-CFG-VALUE(1:1) TO LOAD-STOP-ON-BREACH
           END-EVALUATE
           .

*> "KEY=VALUE" in WS-CFG-LINE into WS-CFG-KEY / WS-CFG-VALUE; both
*> come back blank for a comment or a line without "="
       SPLIT-CONFIG-LINE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE 0 TO WS-CFG-LEN
           INSPECT WS-CFG-LINE TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF WS-CFG-LINE(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-LINE(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE WS-CFG-LINE(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           .

*> The capture's own 1-in-N, from CAPTURE.CFG's first line
       READ-CAPTURE-DIVISOR.
           MOVE 1 TO LOAD-DIVISOR
           OPEN INPUT CAPTURE-CFG
           IF WS-CAPCFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CAPTURE-CFG
               NOT AT END
                   IF CAPTURE-CFG-RECORD(1:1) NUMERIC
                       COMPUTE LOAD-DIVISOR = FUNCTION NUMVAL
                           (CAPTURE-CFG-RECORD(1:4))
                   END-IF
           END-READ
           CLOSE CAPTURE-CFG
           IF LOAD-DIVISOR = 0
               MOVE 1 TO LOAD-DIVISOR
           END-IF
           .

       PARSE-STEPS.
           MOVE SPACES TO WS-STEP-TOKENS
           UNSTRING LOAD-STEPS-TEXT DELIMITED BY "," OR SPACE
               INTO WS-STEP-TOKEN(1) WS-STEP-TOKEN(2)
                    WS-STEP-TOKEN(3) WS-STEP-TOKEN(4)
                    WS-STEP-TOKEN(5) WS-STEP-TOKEN(6)
                    WS-STEP-TOKEN(7) WS-STEP-TOKEN(8)
                    WS-STEP-TOKEN(9) WS-STEP-TOKEN(10)
           END-UNSTRING
           MOVE 0 TO WS-STEP-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 10
               IF WS-STEP-TOKEN(WS-STEP-IDX) NOT = SPACES
                   INSPECT WS-STEP-TOKEN(WS-STEP-IDX)
                       REPLACING ALL "x" BY SPACE ALL "X" BY SPACE
                   IF FUNCTION NUMVAL(WS-STEP-TOKEN(WS-STEP-IDX)) > 0
                       ADD 1 TO WS-STEP-COUNT
                       COMPUTE STEP-MULT(WS-STEP-COUNT) =
                           FUNCTION NUMVAL(WS-STEP-TOKEN(WS-STEP-IDX))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STEP-COUNT = 0
               MOVE 1 TO WS-STEP-COUNT
               MOVE 1 TO STEP-MULT(1)
           END-IF
           .

*> ----------------------------------------------------------------
*> The plan: CAPTURE.LOG as due times from its first arrival
*> ----------------------------------------------------------------
*> A line from before arrival stamps were kept goes at the previous
*> line's time, so an old capture is still fired - back to back
       BUILD-PLAN.
           MOVE 0 TO WS-PLANNED
           OPEN INPUT CAPTURE-LOG
           IF WS-CAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PLAN-FILE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CAPTURE-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM PLAN-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE CAPTURE-LOG
           CLOSE PLAN-FILE
           .

       PLAN-ONE-LINE.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 400 OR WS-TOK-NUM >= 5
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 400 OR
                         CAPTURE-LOG-RECORD(WS-TOK-START:1)
                             NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 400
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 400 OR
                         CAPTURE-LOG-RECORD(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOK-NUM
               MOVE CAPTURE-LOG-RECORD(WS-TOK-START:
                   WS-TOK-END - WS-TOK-START)
                   TO WS-TOKEN(WS-TOK-NUM)
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           IF WS-TOK-NUM < 4 OR WS-TOKEN(4)(1:3) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN(1) NOT = "GET" AND WS-TOKEN(1) NOT = "HEAD"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF WS-TOKEN(5)(1:16) IS NUMERIC
               COMPUTE WS-ARRIVED-CS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TOKEN(5)(1:8))) * 8640000 +
                   FUNCTION NUMVAL(WS-TOKEN(5)(9:2)) * 360000 +
                   FUNCTION NUMVAL(WS-TOKEN(5)(11:2)) * 6000 +
                   FUNCTION NUMVAL(WS-TOKEN(5)(13:2)) * 100 +
                   FUNCTION NUMVAL(WS-TOKEN(5)(15:2))
               IF WS-FIRST-CS = 0
                   MOVE WS-ARRIVED-CS TO WS-FIRST-CS
               END-IF
*> Workers finish out of order, so a line can arrive a little
*> before the one above it; it simply goes first
               IF WS-ARRIVED-CS > WS-FIRST-CS
                   COMPUTE WS-LAST-OFFSET = WS-ARRIVED-CS - WS-FIRST-CS
               ELSE
                   MOVE 0 TO WS-LAST-OFFSET
               END-IF
           ELSE
               ADD 1 TO WS-UNSTAMPED
           END-IF

           MOVE SPACES TO PLAN-RECORD
           MOVE WS-LAST-OFFSET TO PLAN-OFFSET-CS
           MOVE WS-TOKEN(1)(1:10) TO PLAN-METHOD
           MOVE WS-TOKEN(2)(1:256) TO PLAN-PATH
           WRITE PLAN-RECORD
           ADD 1 TO WS-PLANNED
           .

*> ----------------------------------------------------------------
*> One step
*> ----------------------------------------------------------------
*> Every client of the step is started together, against a common
*> start time a second ahead so the last one is up before the
*> first request falls due; the step is over when all have finished
       RUN-ONE-STEP.
           PERFORM READ-CLOCK
           COMPUTE WS-START-CS = WS-CLOCK-CS + 100
           MOVE WS-START-CS TO WS-START-ENV
           DISPLAY "LOAD_START_CS" UPON ENVIRONMENT-NAME
           DISPLAY WS-START-ENV UPON ENVIRONMENT-VALUE
           MOVE WS-MULT TO WS-MULT-D
           DISPLAY "LOAD-RUN: step " FUNCTION TRIM(WS-MULT-D) "x, "
               LOAD-CONCURRENCY " client(s)"

           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f LOAD-W*.TMP; for w in $(seq 1 "
                      DELIMITED BY SIZE
                  LOAD-CONCURRENCY DELIMITED BY SIZE
                  "); do ./load-run WORKER " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MULT-D) DELIMITED BY SIZE
                  " $w & done; wait; cat LOAD-W*.TMP > LOAD-STEP.TMP "
                      DELIMITED BY SIZE
                  "2>/dev/null; rm -f LOAD-W*.TMP" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> One client: every CONCURRENCY-th planned request from its own
*> slot, each sent when due on the squeezed timeline - immediately
*> when the client is already behind - until the plan or the step's
*> time runs out
       RUN-ONE-CLIENT.
           COMPUTE WS-WORKER-NO = FUNCTION NUMVAL(WS-ARG-WORKER)
           COMPUTE WS-MULT = FUNCTION NUMVAL(WS-ARG-MULT)
           IF WS-WORKER-NO = 0 OR WS-MULT = 0
               EXIT PARAGRAPH
           END-IF
           IF LOAD-DIVISOR = 0
               PERFORM READ-CAPTURE-DIVISOR
           END-IF
           MOVE SPACES TO WS-START-ENV
           ACCEPT WS-START-ENV FROM ENVIRONMENT "LOAD_START_CS"
           COMPUTE WS-START-CS = FUNCTION NUMVAL(WS-START-ENV)
           COMPUTE WS-CUTOFF-CS = WS-START-CS + LOAD-STEP-SECS * 100

           MOVE SPACES TO WS-RESULT-NAME
           STRING "LOAD-W" WS-WORKER-NO ".TMP" DELIMITED BY SIZE
               INTO WS-RESULT-NAME
           END-STRING
           OPEN OUTPUT RESULT-FILE
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               CLOSE RESULT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLAN-LINE-NO
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PLAN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PLAN-LINE-NO
                       COMPUTE WS-SLOT = FUNCTION MOD(
                           WS-PLAN-LINE-NO - 1, LOAD-CONCURRENCY) + 1
                       IF WS-SLOT = WS-WORKER-NO
                           PERFORM FIRE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           CLOSE RESULT-FILE
           .

       FIRE-ONE-REQUEST.
           COMPUTE WS-DUE-CS = WS-START-CS +
               PLAN-OFFSET-CS / (WS-MULT * LOAD-DIVISOR)
           IF WS-DUE-CS > WS-CUTOFF-CS
               MOVE 1 TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CLOCK
           PERFORM UNTIL WS-CLOCK-CS >= WS-DUE-CS
               COMPUTE WS-WAIT-CS = WS-DUE-CS - WS-CLOCK-CS
               IF WS-WAIT-CS > 50
                   MOVE 50 TO WS-WAIT-CS
               END-IF
               COMPUTE WS-SLEEP-US = WS-WAIT-CS * 10000
               CALL "usleep" USING BY VALUE WS-SLEEP-US
               END-CALL
               PERFORM READ-CLOCK
           END-PERFORM
           IF WS-CLOCK-CS > WS-CUTOFF-CS
               MOVE 1 TO WS-EOF
               EXIT PARAGRAPH
           END-IF

           MOVE PLAN-METHOD TO WS-HC-METHOD
           MOVE PLAN-PATH TO WS-HC-PATH
           MOVE SPACES TO RESULT-RECORD
           MOVE WS-CLOCK-CS TO RES-SENT-CS
           MOVE 0 TO WS-HC-STATUS
           CALL "HTTP-CLIENT" USING LOAD-HOST LOAD-PORT
               WS-HC-METHOD WS-HC-PATH WS-HC-CT WS-HC-BODY
               WS-HC-BODY-LEN LOAD-TIMEOUT WS-HC-STATUS
               WS-HC-HEADERS WS-HC-RESP-BODY WS-HC-RESP-LEN
               WS-HC-RC
           END-CALL
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-CS TO RES-DONE-CS
           MOVE WS-HC-STATUS TO RES-STATUS
           MOVE WS-HC-RC TO RES-RC
           WRITE RESULT-RECORD
           .

*> ----------------------------------------------------------------
*> The step's figures
*> ----------------------------------------------------------------
       TALLY-STEP.
           MOVE 0 TO WS-SENT WS-ERRORS WS-SHED-429 WS-SHED-503
           MOVE 0 TO WS-LAST-DONE-CS WS-MAX-LAT-CS
           MOVE 999999999999999 TO WS-FIRST-SENT-CS
           INITIALIZE LATENCY-HISTOGRAM
           MOVE "LOAD-STEP.TMP" TO WS-RESULT-NAME
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RESULT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF

           MOVE 0 TO WS-P50-MS WS-P90-MS WS-P95-MS WS-P99-MS
           MOVE 0 TO WS-THROUGHPUT WS-ERROR-RATE WS-SHED-RATE
           COMPUTE WS-MAX-MS = WS-MAX-LAT-CS * 10
           IF WS-SENT > 0
               MOVE 50 TO WS-PCT-WANTED
               PERFORM FIND-PERCENTILE
               COMPUTE WS-P50-MS = WS-PCT-CS * 10
               MOVE 90 TO WS-PCT-WANTED
               PERFORM FIND-PERCENTILE
               COMPUTE WS-P90-MS = WS-PCT-CS * 10
               MOVE 95 TO WS-PCT-WANTED
               PERFORM FIND-PERCENTILE
               COMPUTE WS-P95-MS = WS-PCT-CS * 10
               MOVE 99 TO WS-PCT-WANTED
               PERFORM FIND-PERCENTILE
               COMPUTE WS-P99-MS = WS-PCT-CS * 10
               COMPUTE WS-SPAN-CS = WS-LAST-DONE-CS - WS-FIRST-SENT-CS
               IF WS-SPAN-CS = 0
                   MOVE 1 TO WS-SPAN-CS
               END-IF
               COMPUTE WS-THROUGHPUT ROUNDED =
                   WS-SENT * 100 / WS-SPAN-CS
               COMPUTE WS-ERROR-RATE ROUNDED =
                   WS-ERRORS * 100 / WS-SENT
               COMPUTE WS-SHED-RATE ROUNDED =
                   (WS-SHED-429 + WS-SHED-503) * 100 / WS-SENT
           END-IF

*> The rate asked for: the requests the step's window covered, over
*> the squeezed time they spanned
           MOVE 0 TO WS-ASKED-RATE
           IF WS-LAST-OFFSET > 0
               COMPUTE WS-ASKED-RATE ROUNDED =
                   WS-PLANNED * WS-MULT * LOAD-DIVISOR * 100
                   / WS-LAST-OFFSET
           END-IF

           MOVE "OK" TO WS-STEP-VERDICT
           MOVE SPACES TO WS-BREACH-WHY
           EVALUATE TRUE
               WHEN WS-SENT = 0
                   MOVE "NONE" TO WS-STEP-VERDICT
               WHEN WS-P95-MS > LOAD-P95-MS
                   MOVE "BREACH" TO WS-STEP-VERDICT
                   MOVE WS-P95-MS TO WS-MS-D1
                   MOVE LOAD-P95-MS TO WS-MS-D2
                   STRING "p95 " FUNCTION TRIM(WS-MS-D1) " ms over "
                          FUNCTION TRIM(WS-MS-D2) " ms"
                          DELIMITED BY SIZE INTO WS-BREACH-WHY
                   END-STRING
               WHEN WS-ERROR-RATE > LOAD-ERROR-PCT
                   MOVE "BREACH" TO WS-STEP-VERDICT
                   MOVE WS-ERROR-RATE TO WS-PCT-D
                   MOVE LOAD-ERROR-PCT TO WS-PCT-D2
                   STRING "errors " FUNCTION TRIM(WS-PCT-D) "% over "
                          FUNCTION TRIM(WS-PCT-D2) "%"
                          DELIMITED BY SIZE INTO WS-BREACH-WHY
                   END-STRING
               WHEN WS-SHED-RATE > LOAD-SHED-PCT
                   MOVE "BREACH" TO WS-STEP-VERDICT
                   MOVE WS-SHED-RATE TO WS-PCT-D
                   MOVE LOAD-SHED-PCT TO WS-PCT-D2
                   STRING "shed " FUNCTION TRIM(WS-PCT-D) "% over "
                          FUNCTION TRIM(WS-PCT-D2) "%"
                          DELIMITED BY SIZE INTO WS-BREACH-WHY
                   END-STRING
           END-EVALUATE
           IF WS-STEP-VERDICT = "BREACH" AND WS-BREACHED = 0
               MOVE 1 TO WS-BREACHED
               MOVE WS-MULT TO WS-BREACH-STEP
           END-IF
           .

       TALLY-ONE-RESULT.
           IF RES-SENT-CS NOT NUMERIC OR RES-DONE-CS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SENT
           IF RES-SENT-CS < WS-FIRST-SENT-CS
               MOVE RES-SENT-CS TO WS-FIRST-SENT-CS
           END-IF
           IF RES-DONE-CS > WS-LAST-DONE-CS
               MOVE RES-DONE-CS TO WS-LAST-DONE-CS
           END-IF
           EVALUATE TRUE
               WHEN RES-RC = 1
                   ADD 1 TO WS-ERRORS
               WHEN RES-STATUS = 429
                   ADD 1 TO WS-SHED-429
               WHEN RES-STATUS = 503
                   ADD 1 TO WS-SHED-503
               WHEN RES-STATUS >= 500
                   ADD 1 TO WS-ERRORS
           END-EVALUATE
           COMPUTE WS-LATENCY-CS = RES-DONE-CS - RES-SENT-CS
           IF WS-LATENCY-CS > WS-MAX-LAT-CS
               MOVE WS-LATENCY-CS TO WS-MAX-LAT-CS
           END-IF
           IF WS-LATENCY-CS > 6000
               MOVE 6001 TO WS-LAT-IDX
           ELSE
               COMPUTE WS-LAT-IDX = WS-LATENCY-CS + 1
           END-IF
           ADD 1 TO LAT-BUCKET(WS-LAT-IDX)
           .

*> The smallest latency at or under which WS-PCT-WANTED percent of
*> the step's requests finished
       FIND-PERCENTILE.
           COMPUTE WS-RANK = (WS-SENT * WS-PCT-WANTED + 99) / 100
           IF WS-RANK = 0
               MOVE 1 TO WS-RANK
           END-IF
           MOVE 0 TO WS-RUNNING
           MOVE 0 TO WS-PCT-CS
           PERFORM VARYING WS-LAT-IDX FROM 1 BY 1
               UNTIL WS-LAT-IDX > 6001
               ADD LAT-BUCKET(WS-LAT-IDX) TO WS-RUNNING
               IF WS-RUNNING >= WS-RANK
                   COMPUTE WS-PCT-CS = WS-LAT-IDX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LAT-IDX = 6001
               MOVE WS-MAX-LAT-CS TO WS-PCT-CS
           END-IF
           .

*> ----------------------------------------------------------------
*> LOAD-RUN.RPT
*> ----------------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE LOAD-PORT TO WS-PORT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Load test against " DELIMITED BY SIZE
                  LOAD-HOST DELIMITED BY SPACE
                  ":" FUNCTION TRIM(WS-PORT-D) " - " WS-TIMESTAMP
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-PLANNED TO WS-COUNT-D
           MOVE WS-SKIPPED TO WS-COUNT-D2
           MOVE LOAD-DIVISOR TO WS-COUNT-D3
           COMPUTE WS-SPAN-D = WS-LAST-OFFSET / 100
           MOVE SPACES TO REPORT-RECORD
           STRING "Capture: " FUNCTION TRIM(WS-COUNT-D)
                  " GET/HEAD request(s) over "
                  FUNCTION TRIM(WS-SPAN-D) " s, "
                  FUNCTION TRIM(WS-COUNT-D2)
                  " other(s) skipped; sampled 1 in "
                  FUNCTION TRIM(WS-COUNT-D3)
                  " so 1x is production volume"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-UNSTAMPED > 0
               MOVE WS-UNSTAMPED TO WS-COUNT-D
               MOVE SPACES TO REPORT-RECORD
               STRING "         " FUNCTION TRIM(WS-COUNT-D)
                      " line(s) carry no arrival time and go back to"
                      " back with the line before"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           MOVE LOAD-CONCURRENCY TO WS-COUNT-D
           MOVE LOAD-STEP-SECS TO WS-COUNT-D2
           MOVE LOAD-P95-MS TO WS-MS-D1
           MOVE LOAD-ERROR-PCT TO WS-PCT-D
           MOVE LOAD-SHED-PCT TO WS-PCT-D2
           MOVE SPACES TO REPORT-RECORD
           STRING "Clients " FUNCTION TRIM(WS-COUNT-D)
                  ", steps up to " FUNCTION TRIM(WS-COUNT-D2)
                  " s; thresholds p95 " FUNCTION TRIM(WS-MS-D1)
                  " ms, errors " FUNCTION TRIM(WS-PCT-D) "%, shed "
                  FUNCTION TRIM(WS-PCT-D2) "%"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "  STEP      SENT   ASKED/S  ACHIEVED/S     P50"
                  "     P90     P95     P99     MAX    ERRORS"
                  "       429       503  RESULT"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       REPORT-STEP.
           MOVE WS-MULT TO WS-MULT-D
           MOVE WS-SENT TO WS-COUNT-D
           MOVE WS-ASKED-RATE TO WS-RATE-D
           MOVE WS-THROUGHPUT TO WS-TPUT-D
           MOVE WS-P50-MS TO WS-MS-D1
           MOVE WS-P90-MS TO WS-MS-D2
           MOVE WS-P95-MS TO WS-MS-D3
           MOVE WS-P99-MS TO WS-MS-D4
           MOVE WS-MAX-MS TO WS-MS-D5
           MOVE WS-ERRORS TO WS-COUNT-D2
           MOVE WS-SHED-429 TO WS-COUNT-D3
           MOVE WS-SHED-503 TO WS-COUNT-D4
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MULT-D "x " WS-COUNT-D " " WS-RATE-D "  "
                  WS-TPUT-D " " WS-MS-D1 " " WS-MS-D2 " " WS-MS-D3
                  " " WS-MS-D4 " " WS-MS-D5 "  " WS-COUNT-D2
                  "  " WS-COUNT-D3 "  " WS-COUNT-D4 "  "
                  WS-STEP-VERDICT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-STEP-VERDICT = "BREACH"
               MOVE SPACES TO REPORT-RECORD
               STRING "        " WS-BREACH-WHY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-BREACHED = 1 AND WS-BREACH-TEXT = SPACES
               MOVE WS-BREACH-STEP TO WS-MULT-D
               STRING "threshold first crossed at "
                      FUNCTION TRIM(WS-MULT-D) "x - "
                      DELIMITED BY SIZE
                      WS-BREACH-WHY DELIMITED BY "  "
                   INTO WS-BREACH-TEXT
               END-STRING
           END-IF
           .

       WRITE-REPORT-FOOTING.
           IF WS-BREACH-TEXT = SPACES
               MOVE STEP-MULT(WS-STEP-COUNT) TO WS-MULT-D
               STRING "no threshold crossed up to "
                      FUNCTION TRIM(WS-MULT-D) "x"
                      DELIMITED BY SIZE INTO WS-BREACH-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Capacity: " WS-BREACH-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
