*> Standalone batch job: weekly CGI script usage and cost report.
*> CGI-EXEC leaves one CGI-RUNS.LOG line per script invocation (pool
*> worker or direct spawn, elapsed ms, exit status, bytes in and
*> out) and one CGI-KILLS.LOG line per runaway it had to kill; this
*> job folds a week of both into CGI-USAGE.RPT so a department can
*> be shown which of its scripts hog the pool, fail, or get killed.
*> Run as
*>
*>   cgi-usage [YYYYMMDD]
*>
*> for the seven days ending on that date (default yesterday), weekly
*> from JOB-TABLE.CFG after LOG-ROTATE. RETENTION's .ARC archives of
*> both logs are read ahead of the live files.
*>
*> Scripts are named the way the URL does ("/cgi-bin/name", cut from
*> the resolved script path) and owned through OWNER-LOOKUP the same
*> as any other content. The report opens with one line per owning
*> department, then each department's scripts ranked by invocations:
*> runs (and how many a pool worker took), total and p95 elapsed,
*> errors (non-zero exit, or no output at all) as a rate, kills, and
*> average bytes in and out.
*>
*> p95 comes from a fixed 100ms-bucket histogram per script (buckets
*> up to 10 seconds, then the script's own max), the same flat-memory
*> approach LAT-REPORT takes at 10ms for static pages - CGI runtimes
*> are an order of magnitude longer.
*>
*> The per-script figures also go to CGI-USAGE.CSV through
*> EXTRACT-WRITE (invocations as the control column).
IDENTIFICATION DIVISION.
       PROGRAM-ID. CGI-USAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CGI-USAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(700).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(32).
       01 WS-BASE-NAME          PIC X(32).
*> R = CGI-RUNS.LOG, K = CGI-KILLS.LOG
       01 WS-SCAN-KIND          PIC X.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-END-INT            PIC 9(8).
       01 WS-START-INT          PIC 9(8).
       01 WS-END-DATE           PIC 9(8).
       01 WS-START-DATE         PIC 9(8).
       01 WS-FROM-WHEN          PIC X(19).
       01 WS-TO-WHEN            PIC X(19).
       01 WS-PERIOD             PIC X(24).

*> One script per entry, keyed by its /cgi-bin/ name. Buckets 1-100
*> cover 0-9999ms in 100ms steps, bucket 101 is 10 seconds and over
       01 WS-SCRIPT-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-SCRIPT-DROPPED     PIC 9(6) VALUE 0.
       01 SCRIPT-TABLE.
          05 SCRIPT-ENTRY OCCURS 200 TIMES INDEXED BY WS-SCR-IDX.
             10 SCR-NAME          PIC X(128).
             10 SCR-OWNER         PIC X(24).
             10 SCR-RUNS          PIC 9(8) COMP.
             10 SCR-WORKER-RUNS   PIC 9(8) COMP.
             10 SCR-ERRORS        PIC 9(8) COMP.
             10 SCR-KILLS         PIC 9(8) COMP.
             10 SCR-TOTAL-MS      PIC 9(12) COMP.
             10 SCR-MAX-MS        PIC 9(9) COMP.
             10 SCR-BYTES-IN      PIC 9(12) COMP.
             10 SCR-BYTES-OUT     PIC 9(12) COMP.
             10 SCR-P95-MS        PIC 9(9) COMP.
             10 SCR-REPORTED      PIC 9.
             10 SCR-BUCKET OCCURS 101 TIMES PIC 9(8) COMP.
       01 WS-SCR-FOUND-IDX      PIC 9(4) COMP.
       01 WS-BUCKET-IDX         PIC 9(4) COMP.

*> Owning departments, in first-seen order
       01 WS-DEPT-COUNT         PIC 9(4) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
             10 DEPT-NAME         PIC X(24).
             10 DEPT-SCRIPTS      PIC 9(6) COMP.
             10 DEPT-RUNS         PIC 9(8) COMP.
             10 DEPT-ERRORS       PIC 9(8) COMP.
             10 DEPT-KILLS        PIC 9(8) COMP.
             10 DEPT-TOTAL-MS     PIC 9(12) COMP.
       01 WS-DEPT-FOUND-IDX     PIC 9(4) COMP.

*> The line in hand
       01 WS-LINE-WHEN          PIC X(19).
       01 WS-SCRIPT-PATH        PIC X(512).
       01 WS-SCRIPT-NAME        PIC X(128).
       01 WS-PATH-END           PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-CUT-POS            PIC 9(4) COMP.
       01 WS-TAG                PIC X(8).
       01 WS-TAG-LEN            PIC 9(4) COMP.
       01 WS-TAG-VALUE          PIC X(24).
       01 WS-RUN-VIA            PIC X(8).
       01 WS-RUN-MS             PIC 9(9).
       01 WS-RUN-EXIT           PIC X(4).
       01 WS-RUN-IN             PIC 9(9).
       01 WS-RUN-OUT            PIC 9(9).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> Percentile and ranking scratch
       01 WS-PCT-TARGET         PIC 9(8) COMP.
       01 WS-PCT-RUNNING        PIC 9(8) COMP.
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-KEY      PIC 9(8) COMP.

       01 WS-TOTAL-RUNS         PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-KILLS        PIC 9(8) COMP VALUE 0.
       01 WS-REPORT-LINE        PIC X(200).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-RUNS-D             PIC ZZZ,ZZ9.
       01 WS-WORKER-D           PIC ZZZ,ZZ9.
       01 WS-SECS-D             PIC ZZZ,ZZ9.
       01 WS-MS-D               PIC ZZZ,ZZ9.
       01 WS-RATE-D             PIC ZZ9.9.
       01 WS-KILLS-D            PIC ZZ,ZZ9.
       01 WS-BYTES-D            PIC ZZZ,ZZZ,ZZ9.
       01 WS-BYTES-OUT-D        PIC ZZZ,ZZZ,ZZ9.
       01 WS-WORK-NUM           PIC 9(12).
       01 WS-RATE               PIC 9(3)V9.

*> CGI-USAGE.CSV figures, unedited
       01 WS-CSV-RUNS-D         PIC Z(8)9.
       01 WS-CSV-WORKER-D       PIC Z(8)9.
       01 WS-CSV-SPAWNED-D      PIC Z(8)9.
       01 WS-CSV-TOTAL-D        PIC Z(11)9.
       01 WS-CSV-P95-D          PIC Z(8)9.
       01 WS-CSV-MAX-D          PIC Z(8)9.
       01 WS-CSV-ERRORS-D       PIC Z(8)9.
       01 WS-CSV-KILLS-D        PIC Z(8)9.
       01 WS-CSV-IN-D           PIC Z(11)9.
       01 WS-CSV-OUT-D          PIC Z(11)9.
       01 WS-CSV-OWNER-Q        PIC X(64).
       01 WS-CSV-OWNER-LEN      PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:8) NUMERIC
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-COMMAND-LINE(1:8)))
           ELSE
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) - 1
           END-IF
           COMPUTE WS-START-INT = WS-END-INT - 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT) TO WS-END-DATE
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT) TO WS-START-DATE

           MOVE SPACES TO WS-FROM-WHEN
           STRING WS-START-DATE(1:4) "-" WS-START-DATE(5:2) "-"
                  WS-START-DATE(7:2) " 00:00:00"
               DELIMITED BY SIZE INTO WS-FROM-WHEN
           END-STRING
           MOVE SPACES TO WS-TO-WHEN
           STRING WS-END-DATE(1:4) "-" WS-END-DATE(5:2) "-"
                  WS-END-DATE(7:2) " 23:59:59"
               DELIMITED BY SIZE INTO WS-TO-WHEN
           END-STRING
           MOVE SPACES TO WS-PERIOD
           STRING WS-FROM-WHEN(1:10) "/" WS-TO-WHEN(1:10)
               DELIMITED BY SIZE INTO WS-PERIOD
           END-STRING

           MOVE "R" TO WS-SCAN-KIND
           MOVE "CGI-RUNS.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "K" TO WS-SCAN-KIND
           MOVE "CGI-KILLS.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE

           PERFORM SETTLE-PERCENTILES
           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-RUNS TO WS-COUNT-DISPLAY
           DISPLAY "CGI-USAGE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " invocation(s) for " FUNCTION TRIM(WS-PERIOD)
               " written to CGI-USAGE.RPT"
           STOP RUN.

       SCAN-FILE-AND-ARCHIVE.
           MOVE SPACES TO WS-SCAN-NAME
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  ".ARC" DELIMITED BY SIZE
               INTO WS-SCAN-NAME
           END-STRING
           PERFORM SCAN-ONE-FILE
           MOVE WS-BASE-NAME TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           .

       SCAN-ONE-FILE.
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ SCAN-FILE
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF WS-SCAN-KIND = "R"
                           PERFORM TALLY-RUN-LINE
                       ELSE
                           PERFORM TALLY-KILL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> "[ts] RUN <path> via=V ms=N exit=E in=N out=N rid=R"
       TALLY-RUN-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR
              SCAN-RECORD(21:6) NOT = "] RUN "
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(2:19) TO WS-LINE-WHEN
           IF WS-LINE-WHEN < WS-FROM-WHEN OR WS-LINE-WHEN > WS-TO-WHEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PATH-END
           PERFORM VARYING WS-SCAN-POS FROM 27 BY 1
               UNTIL WS-SCAN-POS > 600
               IF SCAN-RECORD(WS-SCAN-POS:5) = " via="
                   MOVE WS-SCAN-POS TO WS-PATH-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PATH-END <= 27
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCRIPT-PATH
           MOVE SCAN-RECORD(27:WS-PATH-END - 27) TO WS-SCRIPT-PATH

           MOVE " via=" TO WS-TAG
           MOVE 5 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-RUN-VIA
           MOVE " ms=" TO WS-TAG
           MOVE 4 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE 0 TO WS-RUN-MS
           IF WS-TAG-VALUE(1:1) NUMERIC
               COMPUTE WS-RUN-MS = FUNCTION NUMVAL(WS-TAG-VALUE)
           END-IF
           MOVE " exit=" TO WS-TAG
           MOVE 6 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-RUN-EXIT
           MOVE " in=" TO WS-TAG
           MOVE 4 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE 0 TO WS-RUN-IN
           IF WS-TAG-VALUE(1:1) NUMERIC
               COMPUTE WS-RUN-IN = FUNCTION NUMVAL(WS-TAG-VALUE)
           END-IF
           MOVE " out=" TO WS-TAG
           MOVE 5 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE 0 TO WS-RUN-OUT
           IF WS-TAG-VALUE(1:1) NUMERIC
               COMPUTE WS-RUN-OUT = FUNCTION NUMVAL(WS-TAG-VALUE)
           END-IF

           PERFORM FIND-SCRIPT-ENTRY
           IF WS-SCR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-RUNS
           ADD 1 TO SCR-RUNS(WS-SCR-FOUND-IDX)
           IF WS-RUN-VIA = "WORKER"
               ADD 1 TO SCR-WORKER-RUNS(WS-SCR-FOUND-IDX)
           END-IF
*> A failure is a non-zero exit, or - where a pool worker could not
*> say - a script that produced nothing
           IF (WS-RUN-EXIT NOT = "0" AND WS-RUN-EXIT NOT = "-") OR
              WS-RUN-OUT = 0
               ADD 1 TO SCR-ERRORS(WS-SCR-FOUND-IDX)
           END-IF
           ADD WS-RUN-MS TO SCR-TOTAL-MS(WS-SCR-FOUND-IDX)
           IF WS-RUN-MS > SCR-MAX-MS(WS-SCR-FOUND-IDX)
               MOVE WS-RUN-MS TO SCR-MAX-MS(WS-SCR-FOUND-IDX)
           END-IF
           ADD WS-RUN-IN TO SCR-BYTES-IN(WS-SCR-FOUND-IDX)
           ADD WS-RUN-OUT TO SCR-BYTES-OUT(WS-SCR-FOUND-IDX)
           COMPUTE WS-BUCKET-IDX = WS-RUN-MS / 100 + 1
           IF WS-BUCKET-IDX > 101
               MOVE 101 TO WS-BUCKET-IDX
           END-IF
           ADD 1 TO SCR-BUCKET(WS-SCR-FOUND-IDX, WS-BUCKET-IDX)
           .

*> "[ts] KILLED <path> after NNNNs rid=R"
       TALLY-KILL-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR
              SCAN-RECORD(21:9) NOT = "] KILLED "
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(2:19) TO WS-LINE-WHEN
           IF WS-LINE-WHEN < WS-FROM-WHEN OR WS-LINE-WHEN > WS-TO-WHEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PATH-END
           PERFORM VARYING WS-SCAN-POS FROM 30 BY 1
               UNTIL WS-SCAN-POS > 190
               IF SCAN-RECORD(WS-SCAN-POS:7) = " after "
                   MOVE WS-SCAN-POS TO WS-PATH-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PATH-END <= 30
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCRIPT-PATH
           MOVE SCAN-RECORD(30:WS-PATH-END - 30) TO WS-SCRIPT-PATH

           PERFORM FIND-SCRIPT-ENTRY
           IF WS-SCR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-KILLS
           ADD 1 TO SCR-KILLS(WS-SCR-FOUND-IDX)
           .

*> WS-TAG(1:WS-TAG-LEN)'s value, up to the next space
       GET-TAG-VALUE.
           MOVE SPACES TO WS-TAG-VALUE
           PERFORM VARYING WS-SCAN-POS FROM WS-PATH-END BY 1
               UNTIL WS-SCAN-POS > 680
               IF SCAN-RECORD(WS-SCAN-POS:WS-TAG-LEN) =
                  WS-TAG(1:WS-TAG-LEN)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS > 680
               EXIT PARAGRAPH
           END-IF
           ADD WS-TAG-LEN TO WS-SCAN-POS
           MOVE 0 TO WS-CUT-POS
           INSPECT SCAN-RECORD(WS-SCAN-POS:24) TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUT-POS > 0
               MOVE SCAN-RECORD(WS-SCAN-POS:WS-CUT-POS) TO WS-TAG-VALUE
           END-IF
           .

*> The script's URL name - "/cgi-bin/..." cut out of the resolved
*> path - and its table entry, added (with its owner) on first sight
       FIND-SCRIPT-ENTRY.
           MOVE WS-SCRIPT-PATH(1:128) TO WS-SCRIPT-NAME
           PERFORM VARYING WS-CUT-POS FROM 1 BY 1
               UNTIL WS-CUT-POS > 500
               IF WS-SCRIPT-PATH(WS-CUT-POS:8) = "cgi-bin/"
                   MOVE SPACES TO WS-SCRIPT-NAME
                   STRING "/" WS-SCRIPT-PATH(WS-CUT-POS:)
                       DELIMITED BY SIZE INTO WS-SCRIPT-NAME
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SCR-FOUND-IDX
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > WS-SCRIPT-COUNT
               IF SCR-NAME(WS-SCR-IDX) = WS-SCRIPT-NAME
                   SET WS-SCR-FOUND-IDX TO WS-SCR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCR-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCRIPT-COUNT >= 200
               ADD 1 TO WS-SCRIPT-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCRIPT-PATH
           MOVE WS-SCRIPT-NAME TO WS-SCRIPT-PATH
           CALL "OWNER-LOOKUP" USING WS-SCRIPT-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           ADD 1 TO WS-SCRIPT-COUNT
           MOVE WS-SCRIPT-COUNT TO WS-SCR-FOUND-IDX
           INITIALIZE SCRIPT-ENTRY(WS-SCR-FOUND-IDX)
           MOVE WS-SCRIPT-NAME TO SCR-NAME(WS-SCR-FOUND-IDX)
           MOVE WS-OWN-NAME TO SCR-OWNER(WS-SCR-FOUND-IDX)

           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-OWN-NAME
                   SET WS-DEPT-FOUND-IDX TO WS-DEPT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0 AND WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               INITIALIZE DEPT-ENTRY(WS-DEPT-COUNT)
               MOVE WS-OWN-NAME TO DEPT-NAME(WS-DEPT-COUNT)
           END-IF
           .

*> Each script's p95 off its histogram (the containing bucket's
*> upper edge, or the true max for the overflow bucket), and the
*> department totals
       SETTLE-PERCENTILES.
           PERFORM VARYING WS-SCR-FOUND-IDX FROM 1 BY 1
               UNTIL WS-SCR-FOUND-IDX > WS-SCRIPT-COUNT
               COMPUTE WS-PCT-TARGET =
                   (SCR-RUNS(WS-SCR-FOUND-IDX) * 95 + 99) / 100
               MOVE 0 TO WS-PCT-RUNNING
               MOVE 0 TO SCR-P95-MS(WS-SCR-FOUND-IDX)
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 101 OR
                         SCR-RUNS(WS-SCR-FOUND-IDX) = 0
                   ADD SCR-BUCKET(WS-SCR-FOUND-IDX, WS-BUCKET-IDX)
                       TO WS-PCT-RUNNING
                   IF WS-PCT-RUNNING >= WS-PCT-TARGET
                       IF WS-BUCKET-IDX > 100
                           MOVE SCR-MAX-MS(WS-SCR-FOUND-IDX)
                               TO SCR-P95-MS(WS-SCR-FOUND-IDX)
                       ELSE
                           COMPUTE SCR-P95-MS(WS-SCR-FOUND-IDX) =
                               WS-BUCKET-IDX * 100
                           IF SCR-P95-MS(WS-SCR-FOUND-IDX) >
                              SCR-MAX-MS(WS-SCR-FOUND-IDX)
                               MOVE SCR-MAX-MS(WS-SCR-FOUND-IDX)
                                   TO SCR-P95-MS(WS-SCR-FOUND-IDX)
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF DEPT-NAME(WS-DEPT-IDX) =
                      SCR-OWNER(WS-SCR-FOUND-IDX)
                       ADD 1 TO DEPT-SCRIPTS(WS-DEPT-IDX)
                       ADD SCR-RUNS(WS-SCR-FOUND-IDX)
                           TO DEPT-RUNS(WS-DEPT-IDX)
                       ADD SCR-ERRORS(WS-SCR-FOUND-IDX)
                           TO DEPT-ERRORS(WS-DEPT-IDX)
                       ADD SCR-KILLS(WS-SCR-FOUND-IDX)
                           TO DEPT-KILLS(WS-DEPT-IDX)
                       ADD SCR-TOTAL-MS(WS-SCR-FOUND-IDX)
                           TO DEPT-TOTAL-MS(WS-DEPT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "CGI-USAGE" TO EXTRACT-REPORT
           MOVE WS-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "script,department,runs,worker_runs,spawned_runs,"
                  "total_ms,p95_ms,max_ms,errors,kills,bytes_in,"
                  "bytes_out" DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "CGI SCRIPT USAGE AND COST - " WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-RUNS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Invocations: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-KILLS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kills:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-SCRIPT-DROPPED > 0
               MOVE WS-SCRIPT-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Script table full - " WS-COUNT-DISPLAY
                      " line(s) for further scripts not counted"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-SCRIPT-COUNT = 0
               MOVE "No CGI invocations recorded in the week."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE "CLOSE" TO EXTRACT-OP
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE "By department:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  scripts     runs  total s   err%   kills  department"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DEPT-SCRIPTS(WS-DEPT-IDX) TO WS-KILLS-D
               MOVE DEPT-RUNS(WS-DEPT-IDX) TO WS-RUNS-D
               COMPUTE WS-WORK-NUM = DEPT-TOTAL-MS(WS-DEPT-IDX) / 1000
               MOVE WS-WORK-NUM TO WS-SECS-D
               MOVE 0 TO WS-RATE
               IF DEPT-RUNS(WS-DEPT-IDX) > 0
                   COMPUTE WS-RATE ROUNDED =
                       DEPT-ERRORS(WS-DEPT-IDX) * 100 /
                       DEPT-RUNS(WS-DEPT-IDX)
               END-IF
               MOVE WS-RATE TO WS-RATE-D
               MOVE DEPT-KILLS(WS-DEPT-IDX) TO WS-MS-D
               MOVE SPACES TO REPORT-RECORD
               STRING "   " WS-KILLS-D "  " WS-RUNS-D "  " WS-SECS-D
                      "  " WS-RATE-D " " WS-MS-D "  "
                      DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

*> Then each department's scripts, busiest first
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Department: " DEPT-NAME(WS-DEPT-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "     runs   worker  total s   p95 ms   err%  "
                      "kills     avg in    avg out  script"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM WRITE-DEPT-SCRIPTS
           END-PERFORM

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Repeated-max by invocations over this department's scripts, the
*> same pick-and-mark ranking LAT-REPORT uses
       WRITE-DEPT-SCRIPTS.
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-KEY
               PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCRIPT-COUNT
                   IF SCR-OWNER(WS-SCR-IDX) = DEPT-NAME(WS-DEPT-IDX)
                      AND SCR-REPORTED(WS-SCR-IDX) = 0 AND
                      (WS-RANK-BEST-IDX = 0 OR
                       SCR-RUNS(WS-SCR-IDX) > WS-RANK-BEST-KEY)
                       MOVE SCR-RUNS(WS-SCR-IDX) TO WS-RANK-BEST-KEY
                       SET WS-RANK-BEST-IDX TO WS-SCR-IDX
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO SCR-REPORTED(WS-RANK-BEST-IDX)
               PERFORM WRITE-SCRIPT-LINE
           END-PERFORM
           .

       WRITE-SCRIPT-LINE.
           MOVE SCR-RUNS(WS-RANK-BEST-IDX) TO WS-RUNS-D
           MOVE SCR-WORKER-RUNS(WS-RANK-BEST-IDX) TO WS-WORKER-D
           COMPUTE WS-WORK-NUM = SCR-TOTAL-MS(WS-RANK-BEST-IDX) / 1000
           MOVE WS-WORK-NUM TO WS-SECS-D
           MOVE SCR-P95-MS(WS-RANK-BEST-IDX) TO WS-MS-D
           MOVE 0 TO WS-RATE
           MOVE 0 TO WS-BYTES-D
           MOVE 0 TO WS-BYTES-OUT-D
           IF SCR-RUNS(WS-RANK-BEST-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   SCR-ERRORS(WS-RANK-BEST-IDX) * 100 /
                   SCR-RUNS(WS-RANK-BEST-IDX)
               COMPUTE WS-WORK-NUM = SCR-BYTES-IN(WS-RANK-BEST-IDX) /
                   SCR-RUNS(WS-RANK-BEST-IDX)
               MOVE WS-WORK-NUM TO WS-BYTES-D
               COMPUTE WS-WORK-NUM = SCR-BYTES-OUT(WS-RANK-BEST-IDX) /
                   SCR-RUNS(WS-RANK-BEST-IDX)
               MOVE WS-WORK-NUM TO WS-BYTES-OUT-D
           END-IF
           MOVE WS-RATE TO WS-RATE-D
           MOVE SCR-KILLS(WS-RANK-BEST-IDX) TO WS-KILLS-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-RUNS-D "  " WS-WORKER-D "  " WS-SECS-D
                  "  " WS-MS-D "  " WS-RATE-D " " WS-KILLS-D
                  WS-BYTES-D WS-BYTES-OUT-D "  "
                  DELIMITED BY SIZE
                  SCR-NAME(WS-RANK-BEST-IDX) DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE SCR-OWNER(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-OWNER-Q
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-OWNER-LEN
           MOVE SCR-NAME(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE SCR-RUNS(WS-RANK-BEST-IDX) TO WS-CSV-RUNS-D
           MOVE SCR-WORKER-RUNS(WS-RANK-BEST-IDX) TO WS-CSV-WORKER-D
           COMPUTE WS-WORK-NUM = SCR-RUNS(WS-RANK-BEST-IDX) -
               SCR-WORKER-RUNS(WS-RANK-BEST-IDX)
           MOVE WS-WORK-NUM TO WS-CSV-SPAWNED-D
           MOVE SCR-TOTAL-MS(WS-RANK-BEST-IDX) TO WS-CSV-TOTAL-D
           MOVE SCR-P95-MS(WS-RANK-BEST-IDX) TO WS-CSV-P95-D
           MOVE SCR-MAX-MS(WS-RANK-BEST-IDX) TO WS-CSV-MAX-D
           MOVE SCR-ERRORS(WS-RANK-BEST-IDX) TO WS-CSV-ERRORS-D
           MOVE SCR-KILLS(WS-RANK-BEST-IDX) TO WS-CSV-KILLS-D
           MOVE SCR-BYTES-IN(WS-RANK-BEST-IDX) TO WS-CSV-IN-D
           MOVE SCR-BYTES-OUT(WS-RANK-BEST-IDX) TO WS-CSV-OUT-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  WS-CSV-OWNER-Q(1:WS-CSV-OWNER-LEN) ","
                  FUNCTION TRIM(WS-CSV-RUNS-D) ","
                  FUNCTION TRIM(WS-CSV-WORKER-D) ","
                  FUNCTION TRIM(WS-CSV-SPAWNED-D) ","
                  FUNCTION TRIM(WS-CSV-TOTAL-D) ","
                  FUNCTION TRIM(WS-CSV-P95-D) ","
                  FUNCTION TRIM(WS-CSV-MAX-D) ","
                  FUNCTION TRIM(WS-CSV-ERRORS-D) ","
                  FUNCTION TRIM(WS-CSV-KILLS-D) ","
                  FUNCTION TRIM(WS-CSV-IN-D) ","
                  FUNCTION TRIM(WS-CSV-OUT-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE SCR-RUNS(WS-RANK-BEST-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
