*> Standalone batch job: daily robot-versus-people traffic split.
*> Every access-log line now carries the client's User-Agent ("ua=")
*> and Referer ("ref="), so this job can sort a day's requests into
*> four classes - human, known crawler, monitoring probe, and
*> unknown automated - and show each class's requests, bytes sent,
*> and most-requested paths in BOT-REPORT.RPT, finishing with the
*> "human-only" page-view figure management asked for: successful
*> (2xx) human requests for pages, not for the images, stylesheets
*> and scripts each page pulls in behind it.
*>
*> Run nightly from JOB-TABLE.CFG after LOG-ROTATE. Reads the same
*> log LOG-ANALYZE does - today's ACCESS-YYYYMMDD.LOG archive, else
*> the live ACCESS.LOG - or the archive for the YYYYMMDD given on the
*> command line, for re-running an earlier day.
*>
*> Classification is driven by BOT-SIGNATURES.CFG, one
*> "CLASS text" line per known agent, where CLASS is CRAWLER, MONITOR
*> or AUTOMATED and text is matched case-blind anywhere in the
*> User-Agent (e.g. "CRAWLER Googlebot", "MONITOR Pingdom",
*> "AUTOMATED python-requests"). The first line that matches wins.
*> With no signature match, a request for /healthz is a monitoring
*> probe, and one with no User-Agent at all - or one that doesn't
*> even claim to be a browser ("Mozilla") - is unknown automated.
*> Everything else counts as a person.
IDENTIFICATION DIVISION.
       PROGRAM-ID. BOT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*> The day's log, settled in PICK-INPUT-LOG before it is opened -
*> same dynamic-name convention as LOG-ANALYZE
           SELECT ANALYZE-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SIGNATURES-FILE ASSIGN TO "BOT-SIGNATURES.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BOT-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANALYZE-LOG.
       01  ANALYZE-LOG-RECORD   PIC X(512).
       FD  SIGNATURES-FILE.
       01  SIGNATURES-RECORD    PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-LOG-NAME           PIC X(32).
       01 WS-LOG-STATUS         PIC XX.
       01 WS-SIG-FILE-STATUS    PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-LOG-EOF            PIC 9 VALUE 0.
       01 WS-SIG-EOF            PIC 9 VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-COMMAND-LINE       PIC X(64).

*> Known-agent signatures, lowercased (and spaces made "_", the way
*> the access line carries them) at load time
       01 WS-SIG-COUNT          PIC 9(4) COMP VALUE 0.
       01 SIGNATURE-TABLE.
          05 SIG-ENTRY OCCURS 100 TIMES INDEXED BY WS-SIG-IDX.
             10 SIG-CLASS         PIC 9.
             10 SIG-TEXT          PIC X(64).
             10 SIG-TEXT-LEN      PIC 9(4) COMP.
       01 WS-SIG-SP-POS         PIC 9(4) COMP.
       01 WS-SIG-CLASS-STR      PIC X(10).
       01 WS-SIG-WORK           PIC X(64).
       01 WS-SIG-WORK-LEN       PIC 9(4) COMP.

*> The four traffic classes, subscripted 1-4 in the order the report
*> lists them
       01 WS-CLASS-HUMAN        PIC 9 VALUE 1.
       01 WS-CLASS-CRAWLER      PIC 9 VALUE 2.
       01 WS-CLASS-MONITOR      PIC 9 VALUE 3.
       01 WS-CLASS-AUTOMATED    PIC 9 VALUE 4.
       01 CLASS-TABLE.
          05 CLASS-ENTRY OCCURS 4 TIMES INDEXED BY WS-CLASS-IDX.
             10 CLASS-TITLE       PIC X(24).
             10 CLASS-REQUESTS    PIC 9(8) COMP.
             10 CLASS-BYTES       PIC 9(15) COMP.
       01 WS-LINE-CLASS         PIC 9.
       01 WS-HUMAN-PAGE-VIEWS   PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-REQUESTS     PIC 9(8) COMP VALUE 0.

*> One parsed log line's fields - see LOG-ANALYZE's TALLY-LOG-LINE
*> for the framing these offsets come from
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-BRACKET-POS        PIC 9(4) COMP.
       01 WS-QUOTE1-POS         PIC 9(4) COMP.
       01 WS-QUOTE2-POS         PIC 9(4) COMP.
       01 WS-PATH-START         PIC 9(4) COMP.
       01 WS-REQ-PATH           PIC X(128).
       01 WS-REQ-PATH-LEN       PIC 9(4) COMP.
       01 WS-STATUS-STR         PIC X(3).
       01 WS-STATUS-VAL         PIC 9(3).
       01 WS-BYTES-STR          PIC X(8).
       01 WS-BYTES-LEN          PIC 9(4) COMP.
       01 WS-BYTES-VAL          PIC 9(8).
       01 WS-LINE-UA            PIC X(96).
       01 WS-LINE-UA-LEN        PIC 9(4) COMP.
       01 WS-SIG-MATCH          PIC 9.

*> Page-versus-asset test: the path's extension, lowercased, up to
*> any query string
       01 WS-EXT-DOT-POS        PIC 9(4) COMP.
       01 WS-EXT-END-POS        PIC 9(4) COMP.
       01 WS-PATH-EXT           PIC X(8).
       01 WS-IS-ASSET           PIC 9.

*> Distinct (class, path) table for the per-class top paths; a full
*> table just stops tracking new paths, as LOG-ANALYZE's does
       01 WS-PATH-COUNT         PIC 9(4) COMP VALUE 0.
       01 PATH-TABLE.
          05 PATH-ENTRY OCCURS 800 TIMES INDEXED BY WS-PATH-IDX.
             10 PATH-CLASS        PIC 9.
             10 PATH-NAME         PIC X(128).
             10 PATH-HITS         PIC 9(8) COMP.
       01 WS-PATH-FOUND-IDX     PIC 9(4) COMP.

*> Repeated-max ranking scratch, same scheme as LOG-ANALYZE
       01 WS-RANK-PASS          PIC 9(4) COMP.
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-HITS     PIC 9(8) COMP.

       01 WS-REPORT-LINE        PIC X(256).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-BYTES-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-PCT-VAL            PIC 9(3)V9.
       01 WS-PCT-DISPLAY        PIC ZZ9.9.

*> File-detail area for CBL_CHECK_FILE_EXIST, as in LOG-ANALYZE
       01 WS-ARCHIVE-FILE-INFO.
          05 WS-ARCHIVE-INFO-SIZE PIC 9(18) COMP.
          05 FILLER               PIC X(8).
       01 WS-ARCHIVE-STAT-RC    PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "BOT-REPORT: starting daily robot traffic analysis"

           MOVE "Human"                TO CLASS-TITLE(1)
           MOVE "Known crawler"        TO CLASS-TITLE(2)
           MOVE "Monitoring probe"     TO CLASS-TITLE(3)
           MOVE "Unknown automated"    TO CLASS-TITLE(4)
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 4
               MOVE 0 TO CLASS-REQUESTS(WS-CLASS-IDX)
               MOVE 0 TO CLASS-BYTES(WS-CLASS-IDX)
           END-PERFORM

           PERFORM PICK-INPUT-LOG
           PERFORM LOAD-SIGNATURES

           OPEN INPUT ANALYZE-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "BOT-REPORT: no " WS-LOG-NAME
                   " to analyze, nothing to do"
               STOP RUN
           END-IF

           MOVE 0 TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = 1
               READ ANALYZE-LOG
                   AT END
                       MOVE 1 TO WS-LOG-EOF
                   NOT AT END
                       PERFORM TALLY-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE ANALYZE-LOG

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-DISPLAY
           DISPLAY "BOT-REPORT: classified " WS-COUNT-DISPLAY
               " request(s) from " WS-LOG-NAME
           DISPLAY "BOT-REPORT: report written to BOT-REPORT.RPT"

           STOP RUN.

*> An explicit YYYYMMDD names that day's archive; otherwise the same
*> today's-archive-else-live-log choice LOG-ANALYZE makes
       PICK-INPUT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE

           MOVE SPACES TO WS-LOG-NAME
           IF WS-COMMAND-LINE(1:8) NUMERIC
               STRING "ACCESS-" DELIMITED BY SIZE
                      WS-COMMAND-LINE(1:8) DELIMITED BY SIZE
                      ".LOG" DELIMITED BY SIZE
                   INTO WS-LOG-NAME
               END-STRING
               EXIT PARAGRAPH
           END-IF

           STRING "ACCESS-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
               INTO WS-LOG-NAME
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOG-NAME
               WS-ARCHIVE-FILE-INFO
               RETURNING WS-ARCHIVE-STAT-RC
           END-CALL
           IF WS-ARCHIVE-STAT-RC NOT = 0
               MOVE "ACCESS.LOG" TO WS-LOG-NAME
           END-IF
           .

*> A missing signature file just means every agent is judged on the
*> built-in rules alone
       LOAD-SIGNATURES.
           OPEN INPUT SIGNATURES-FILE
           IF WS-SIG-FILE-STATUS NOT = "00"
               DISPLAY "BOT-REPORT: no BOT-SIGNATURES.CFG, using "
                   "built-in rules only"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SIG-EOF
           PERFORM UNTIL WS-SIG-EOF = 1
               READ SIGNATURES-FILE
                   AT END
                       MOVE 1 TO WS-SIG-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SIGNATURE
               END-READ
           END-PERFORM

           CLOSE SIGNATURES-FILE
           .

       LOAD-ONE-SIGNATURE.
           IF SIGNATURES-RECORD(1:1) = SPACE OR
              SIGNATURES-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-SIG-COUNT >= 100
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SIG-SP-POS
           INSPECT SIGNATURES-RECORD TALLYING WS-SIG-SP-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SIG-SP-POS = 0 OR WS-SIG-SP-POS > 10
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIG-CLASS-STR
           MOVE SIGNATURES-RECORD(1:WS-SIG-SP-POS) TO WS-SIG-CLASS-STR

           MOVE SPACES TO WS-SIG-WORK
           MOVE SIGNATURES-RECORD(WS-SIG-SP-POS + 2:64) TO WS-SIG-WORK
           MOVE 0 TO WS-SIG-WORK-LEN
           PERFORM VARYING WS-SCAN-POS FROM 64 BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-SIG-WORK(WS-SCAN-POS:1) NOT = SPACE
                   MOVE WS-SCAN-POS TO WS-SIG-WORK-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SIG-WORK-LEN = 0
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-SIG-WORK(1:WS-SIG-WORK-LEN) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ " TO
               "abcdefghijklmnopqrstuvwxyz_"

           ADD 1 TO WS-SIG-COUNT
           EVALUATE WS-SIG-CLASS-STR
               WHEN "CRAWLER"
                   MOVE WS-CLASS-CRAWLER TO SIG-CLASS(WS-SIG-COUNT)
               WHEN "MONITOR"
                   MOVE WS-CLASS-MONITOR TO SIG-CLASS(WS-SIG-COUNT)
               WHEN "AUTOMATED"
                   MOVE WS-CLASS-AUTOMATED TO SIG-CLASS(WS-SIG-COUNT)
               WHEN OTHER
                   SUBTRACT 1 FROM WS-SIG-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-SIG-WORK TO SIG-TEXT(WS-SIG-COUNT)
           MOVE WS-SIG-WORK-LEN TO SIG-TEXT-LEN(WS-SIG-COUNT)
           .

*> Parse one access line, classify it, and fold it into that
*> class's figures. Malformed lines are skipped, as LOG-ANALYZE
*> skips them
       TALLY-LOG-LINE.
           MOVE 0 TO WS-BRACKET-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 480
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:1) = "["
                   MOVE WS-SCAN-POS TO WS-BRACKET-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRACKET-POS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QUOTE1-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-BRACKET-POS BY 1
               UNTIL WS-SCAN-POS > 480
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
                   MOVE WS-SCAN-POS TO WS-QUOTE1-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUOTE1-POS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QUOTE2-POS
           COMPUTE WS-SCAN-POS = WS-QUOTE1-POS + 1
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > 480
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
                   MOVE WS-SCAN-POS TO WS-QUOTE2-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUOTE2-POS = 0 OR WS-QUOTE2-POS <= WS-QUOTE1-POS + 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PATH-START
           PERFORM VARYING WS-SCAN-POS FROM WS-QUOTE1-POS BY 1
               UNTIL WS-SCAN-POS > WS-QUOTE2-POS
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
                   COMPUTE WS-PATH-START = WS-SCAN-POS + 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PATH-START = 0 OR WS-PATH-START >= WS-QUOTE2-POS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REQ-PATH-LEN = WS-QUOTE2-POS - WS-PATH-START
           IF WS-REQ-PATH-LEN > 128
               MOVE 128 TO WS-REQ-PATH-LEN
           END-IF
           MOVE SPACES TO WS-REQ-PATH
           MOVE ANALYZE-LOG-RECORD(WS-PATH-START:WS-REQ-PATH-LEN)
               TO WS-REQ-PATH

           MOVE ANALYZE-LOG-RECORD(WS-QUOTE2-POS + 2:3)
               TO WS-STATUS-STR
           IF WS-STATUS-STR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATUS-STR TO WS-STATUS-VAL

           MOVE SPACES TO WS-BYTES-STR
           MOVE 0 TO WS-BYTES-LEN
           COMPUTE WS-SCAN-POS = WS-QUOTE2-POS + 34
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > 504 OR WS-BYTES-LEN >= 8
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:1) NUMERIC
                   ADD 1 TO WS-BYTES-LEN
                   MOVE ANALYZE-LOG-RECORD(WS-SCAN-POS:1) TO
                       WS-BYTES-STR(WS-BYTES-LEN:1)
               ELSE
                   IF WS-BYTES-LEN > 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BYTES-VAL
           IF WS-BYTES-LEN > 0
               COMPUTE WS-BYTES-VAL = FUNCTION NUMVAL
                   (WS-BYTES-STR(1:WS-BYTES-LEN))
           END-IF

*> The "ua=" token, lowercased for matching; a line written before
*> the field existed reads as no agent at all
           MOVE SPACES TO WS-LINE-UA
           MOVE 0 TO WS-LINE-UA-LEN
           PERFORM VARYING WS-SCAN-POS FROM WS-QUOTE2-POS BY 1
               UNTIL WS-SCAN-POS > 500
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:4) = " ua="
                   ADD 4 TO WS-SCAN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS <= 500
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 512 OR WS-LINE-UA-LEN >= 96 OR
                         ANALYZE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
                   ADD 1 TO WS-LINE-UA-LEN
                   MOVE ANALYZE-LOG-RECORD(WS-SCAN-POS:1) TO
                       WS-LINE-UA(WS-LINE-UA-LEN:1)
               END-PERFORM
           END-IF
           IF WS-LINE-UA = "-"
               MOVE SPACES TO WS-LINE-UA
               MOVE 0 TO WS-LINE-UA-LEN
           END-IF
           INSPECT WS-LINE-UA CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

           PERFORM CLASSIFY-REQUEST

           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO CLASS-REQUESTS(WS-LINE-CLASS)
           ADD WS-BYTES-VAL TO CLASS-BYTES(WS-LINE-CLASS)

           IF WS-LINE-CLASS = WS-CLASS-HUMAN AND
              WS-STATUS-VAL >= 200 AND WS-STATUS-VAL <= 299
               PERFORM CHECK-ASSET-PATH
               IF WS-IS-ASSET = 0
                   ADD 1 TO WS-HUMAN-PAGE-VIEWS
               END-IF
           END-IF

           PERFORM TALLY-PATH
           .

*> Signatures first, in file order, then the built-in fallbacks
       CLASSIFY-REQUEST.
           MOVE 0 TO WS-LINE-CLASS
           IF WS-LINE-UA-LEN > 0
               PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                   UNTIL WS-SIG-IDX > WS-SIG-COUNT OR
                         WS-LINE-CLASS > 0
                   PERFORM MATCH-ONE-SIGNATURE
                   IF WS-SIG-MATCH = 1
                       MOVE SIG-CLASS(WS-SIG-IDX) TO WS-LINE-CLASS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LINE-CLASS > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-PATH = "/healthz"
               MOVE WS-CLASS-MONITOR TO WS-LINE-CLASS
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-UA-LEN = 0
               MOVE WS-CLASS-AUTOMATED TO WS-LINE-CLASS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLASS-AUTOMATED TO WS-LINE-CLASS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-LINE-UA-LEN - 6 OR
                     WS-LINE-UA-LEN < 7
               IF WS-LINE-UA(WS-SCAN-POS:7) = "mozilla"
                   MOVE WS-CLASS-HUMAN TO WS-LINE-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Does SIG-TEXT(WS-SIG-IDX) appear anywhere in the agent string?
       MATCH-ONE-SIGNATURE.
           MOVE 0 TO WS-SIG-MATCH
           IF SIG-TEXT-LEN(WS-SIG-IDX) > WS-LINE-UA-LEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS >
                     WS-LINE-UA-LEN - SIG-TEXT-LEN(WS-SIG-IDX) + 1
               IF WS-LINE-UA(WS-SCAN-POS:SIG-TEXT-LEN(WS-SIG-IDX)) =
                  SIG-TEXT(WS-SIG-IDX)(1:SIG-TEXT-LEN(WS-SIG-IDX))
                   MOVE 1 TO WS-SIG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> An asset is anything whose extension is one a page pulls in
*> behind itself - images, stylesheets, scripts, fonts
       CHECK-ASSET-PATH.
           MOVE 0 TO WS-IS-ASSET
           MOVE WS-REQ-PATH-LEN TO WS-EXT-END-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-REQ-PATH-LEN
               IF WS-REQ-PATH(WS-SCAN-POS:1) = "?"
                   COMPUTE WS-EXT-END-POS = WS-SCAN-POS - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-EXT-DOT-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-EXT-END-POS BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-REQ-PATH(WS-SCAN-POS:1) = "/"
                   EXIT PERFORM
               END-IF
               IF WS-REQ-PATH(WS-SCAN-POS:1) = "."
                   MOVE WS-SCAN-POS TO WS-EXT-DOT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXT-DOT-POS = 0 OR WS-EXT-DOT-POS >= WS-EXT-END-POS
               EXIT PARAGRAPH
           END-IF
           IF WS-EXT-END-POS - WS-EXT-DOT-POS > 8
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PATH-EXT
           MOVE WS-REQ-PATH(WS-EXT-DOT-POS + 1:
               WS-EXT-END-POS - WS-EXT-DOT-POS) TO WS-PATH-EXT
           INSPECT WS-PATH-EXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           EVALUATE WS-PATH-EXT
               WHEN "css"  WHEN "js"   WHEN "map"
               WHEN "png"  WHEN "jpg"  WHEN "jpeg" WHEN "gif"
               WHEN "ico"  WHEN "svg"  WHEN "webp" WHEN "bmp"
               WHEN "woff" WHEN "woff2" WHEN "ttf" WHEN "eot"
                   MOVE 1 TO WS-IS-ASSET
           END-EVALUATE
           .

*> Find (or add) this class's row for the path and bump its count
       TALLY-PATH.
           MOVE 0 TO WS-PATH-FOUND-IDX
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
               UNTIL WS-PATH-IDX > WS-PATH-COUNT
               IF PATH-CLASS(WS-PATH-IDX) = WS-LINE-CLASS AND
                  PATH-NAME(WS-PATH-IDX) = WS-REQ-PATH
                   MOVE WS-PATH-IDX TO WS-PATH-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PATH-FOUND-IDX = 0
               IF WS-PATH-COUNT < 800
                   ADD 1 TO WS-PATH-COUNT
                   MOVE WS-PATH-COUNT TO WS-PATH-FOUND-IDX
                   MOVE WS-LINE-CLASS TO PATH-CLASS(WS-PATH-FOUND-IDX)
                   MOVE WS-REQ-PATH TO PATH-NAME(WS-PATH-FOUND-IDX)
                   MOVE 0 TO PATH-HITS(WS-PATH-FOUND-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO PATH-HITS(WS-PATH-FOUND-IDX)
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Robot traffic report for " DELIMITED BY SIZE
                  WS-LOG-NAME DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-DISPLAY
           STRING "Total requests: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HUMAN-PAGE-VIEWS TO WS-COUNT-DISPLAY
           STRING "Human page views (2xx, excluding assets): "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE "Requests by class:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 4
               PERFORM WRITE-CLASS-SUMMARY-LINE
           END-PERFORM

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 4
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Top 10 paths - " DELIMITED BY SIZE
                      CLASS-TITLE(WS-CLASS-IDX) DELIMITED BY "  "
                      ":" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               SET WS-LINE-CLASS TO WS-CLASS-IDX
               PERFORM WRITE-TOP-CLASS-PATHS
           END-PERFORM

           CLOSE REPORT-FILE
           .

*> "  Title   requests  (pct%)  bytes"
       WRITE-CLASS-SUMMARY-LINE.
           MOVE 0 TO WS-PCT-VAL
           IF WS-TOTAL-REQUESTS > 0
               COMPUTE WS-PCT-VAL ROUNDED =
                   CLASS-REQUESTS(WS-CLASS-IDX) * 100
                   / WS-TOTAL-REQUESTS
           END-IF
           MOVE WS-PCT-VAL TO WS-PCT-DISPLAY
           MOVE CLASS-REQUESTS(WS-CLASS-IDX) TO WS-COUNT-DISPLAY
           MOVE CLASS-BYTES(WS-CLASS-IDX) TO WS-BYTES-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  CLASS-TITLE(WS-CLASS-IDX) DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  "%)  bytes " DELIMITED BY SIZE
                  WS-BYTES-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

*> Same repeated-max ranking as LOG-ANALYZE's WRITE-TOP-PATHS,
*> confined to WS-LINE-CLASS's rows
       WRITE-TOP-CLASS-PATHS.
           PERFORM VARYING WS-RANK-PASS FROM 1 BY 1
               UNTIL WS-RANK-PASS > 10
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-HITS
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-COUNT
                   IF PATH-CLASS(WS-PATH-IDX) = WS-LINE-CLASS AND
                      PATH-HITS(WS-PATH-IDX) > WS-RANK-BEST-HITS
                       MOVE PATH-HITS(WS-PATH-IDX)
                           TO WS-RANK-BEST-HITS
                       SET WS-RANK-BEST-IDX TO WS-PATH-IDX
                   END-IF
               END-PERFORM

               IF WS-RANK-BEST-IDX = 0
                   IF WS-RANK-PASS = 1
                       MOVE "  (none)" TO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-RANK-BEST-HITS TO WS-COUNT-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PATH-NAME(WS-RANK-BEST-IDX) DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE

               MOVE 0 TO PATH-HITS(WS-RANK-BEST-IDX)
           END-PERFORM
           .
