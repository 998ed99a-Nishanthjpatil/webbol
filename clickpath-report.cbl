*> Standalone batch job: monthly visitor-journey report. Where
*> TRAFFIC-REPORT.RPT ranks paths one at a time, this job follows
*> each visitor through the site. Run as
*>
*>   clickpath-report [YYYYMM]
*>
*> (defaulting to the previous calendar month); it walks each
*> ACCESS-YYYYMMDD.LOG archive of that month in date order and groups
*> every visitor's page views into visits - a visitor being the
*> authenticated user when the line names one, the client address
*> otherwise, and a visit ending once that visitor has been quiet for
*> CLICKPATH_GAP_MINUTES (WEBSERVER.CFG, default 30). Only page views
*> count: images, stylesheets, scripts and fonts are skipped, as are
*> failed (4xx/5xx) requests and the /healthz probe. CLICKPATH.RPT
*> then shows the top entry pages, the top exit pages, the average
*> pages per visit, and for each /form/ endpoint the most common
*> three-step paths that ended on it.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICKPATH-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLICKPATH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  ARCHIVE-LOG.
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-EOF                PIC 9 VALUE 0.

       01 CLICKPATH-GAP-MINUTES PIC 9(4) VALUE 30.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-ARCHIVE-NAME       PIC X(32).
       01 WS-DAY                PIC 9(2).
       01 WS-DAY-DATE           PIC 9(8).

*> Visitors with a visit in progress. A full table takes over the
*> slot of a visitor whose visit has already lapsed; with none
*> lapsed, the newcomer simply isn't followed
       01 WS-VISITOR-COUNT      PIC 9(4) COMP VALUE 0.
       01 VISITOR-TABLE.
          05 VISITOR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-VIS-IDX.
             10 VIS-KEY           PIC X(46).
             10 VIS-ACTIVE        PIC 9.
             10 VIS-LAST-MINUTE   PIC 9(12) COMP.
             10 VIS-PAGES         PIC 9(6) COMP.
             10 VIS-LAST-PAGE     PIC X(128).
             10 VIS-PREV-PAGE     PIC X(128).
       01 WS-VIS-FOUND-IDX      PIC 9(4) COMP.

*> Entry (kind 1) and exit (kind 2) page tallies, one table ranked
*> by kind the way BOT-REPORT ranks paths by class
       01 WS-PAGE-COUNT         PIC 9(4) COMP VALUE 0.
       01 PAGE-TABLE.
          05 PAGE-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PAGE-IDX.
             10 PAGE-KIND         PIC 9.
             10 PAGE-NAME         PIC X(128).
             10 PAGE-HITS         PIC 9(8) COMP.
       01 WS-PAGE-FOUND-IDX     PIC 9(4) COMP.
       01 WS-TALLY-KIND         PIC 9.
       01 WS-TALLY-PAGE         PIC X(128).

*> Three-step paths ending on a /form/ endpoint, and the distinct
*> forms seen, for the per-form sections
       01 WS-STEPS-COUNT        PIC 9(4) COMP VALUE 0.
       01 STEPS-TABLE.
          05 STEPS-ENTRY OCCURS 600 TIMES INDEXED BY WS-STEPS-IDX.
             10 STEPS-FORM        PIC X(128).
             10 STEPS-TEXT        PIC X(200).
             10 STEPS-HITS        PIC 9(8) COMP.
       01 WS-STEPS-FOUND-IDX    PIC 9(4) COMP.
       01 WS-LINE-STEPS         PIC X(200).
       01 WS-STEPS-PTR          PIC 9(4) COMP.
       01 WS-FORM-COUNT         PIC 9(4) COMP VALUE 0.
       01 FORM-TABLE.
          05 FORM-ENTRY OCCURS 50 TIMES INDEXED BY WS-FORM-IDX.
             10 FORM-NAME         PIC X(128).
             10 FORM-VIEWS        PIC 9(8) COMP.

       01 WS-TOTAL-VISITS       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-PAGE-VIEWS   PIC 9(8) COMP VALUE 0.
       01 WS-AVG-PAGES          PIC 9(5)V99.
       01 WS-AVG-DISPLAY        PIC ZZ,ZZ9.99.

*> One parsed access line
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-SP1                PIC 9(4) COMP.
       01 WS-USER-START         PIC 9(4) COMP.
       01 WS-USER-LEN           PIC 9(4) COMP.
       01 WS-LINE-USER          PIC X(32).
       01 WS-CLIENT-LEN         PIC 9(4) COMP.
       01 WS-LINE-VISITOR       PIC X(46).
       01 WS-BRACKET-POS        PIC 9(4) COMP.
       01 WS-LINE-DATE          PIC 9(8).
       01 WS-LINE-HOUR          PIC 9(2).
       01 WS-LINE-MIN           PIC 9(2).
       01 WS-LINE-MINUTE        PIC 9(12) COMP.
       01 WS-QUOTE1-POS         PIC 9(4) COMP.
       01 WS-QUOTE2-POS         PIC 9(4) COMP.
       01 WS-PATH-START         PIC 9(4) COMP.
       01 WS-REQ-PATH           PIC X(128).
       01 WS-REQ-PATH-LEN       PIC 9(4) COMP.
       01 WS-STATUS-STR         PIC X(3).
       01 WS-EXT-DOT-POS        PIC 9(4) COMP.
       01 WS-PATH-EXT           PIC X(8).
       01 WS-IS-ASSET           PIC 9.

*> Repeated-max ranking scratch, same scheme as LOG-ANALYZE
       01 WS-RANK-PASS          PIC 9(4) COMP.
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-HITS     PIC 9(8) COMP.

       01 WS-REPORT-LINE        PIC X(256).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-GAP-DISPLAY        PIC Z,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
*> Default: the month before this one
               COMPUTE WS-MONTH =
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:6)) - 1
               IF FUNCTION MOD(WS-MONTH, 100) = 0
                   COMPUTE WS-MONTH = WS-MONTH - 100 + 12
               END-IF
           END-IF

           PERFORM READ-CONFIG-FILE
           IF CLICKPATH-GAP-MINUTES = 0
               MOVE 30 TO CLICKPATH-GAP-MINUTES
           END-IF

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + WS-DAY
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "ACCESS-" WS-DAY-DATE ".LOG"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM

*> Visits still open at month end finish on their last page
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-VISITOR-COUNT
               IF VIS-ACTIVE(WS-VIS-IDX) = 1
                   PERFORM CLOSE-VISIT
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-VISITS TO WS-COUNT-DISPLAY
           DISPLAY "CLICKPATH-REPORT: " WS-COUNT-DISPLAY
               " visit(s) followed for " WS-MONTH
           STOP RUN.

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-CFG-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE
           .

       APPLY-CONFIG-LINE.
           MOVE 0 TO WS-CFG-LEN
           INSPECT CFG-RECORD TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF CFG-RECORD(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE

           IF WS-CFG-KEY = "CLICKPATH_GAP_MINUTES"
               COMPUTE CLICKPATH-GAP-MINUTES =
                   FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           .

       TALLY-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-LOG
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ARCHIVE-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           .

*> "client - USER [YYYY-MM-DD HH:MM:SS] "METHOD PATH" STATUS ..." -
*> the same token walk PROTACC-REPORT uses for the authuser
       TALLY-ONE-LINE.
           MOVE 0 TO WS-CLIENT-LEN
           INSPECT ARCHIVE-LOG-RECORD TALLYING WS-CLIENT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CLIENT-LEN = 0 OR WS-CLIENT-LEN > 46
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SCAN-POS
           MOVE 0 TO WS-USER-START
           PERFORM VARYING WS-SP1 FROM 1 BY 1
               UNTIL WS-SP1 > 3 OR WS-SCAN-POS > 100
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 100 OR
                         ARCHIVE-LOG-RECORD(WS-SCAN-POS:1)
                             NOT = SPACE
               END-PERFORM
               IF WS-SCAN-POS > 100
                   EXIT PERFORM
               END-IF
               IF WS-SP1 = 3
                   MOVE WS-SCAN-POS TO WS-USER-START
               END-IF
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 100 OR
                         ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
               END-PERFORM
           END-PERFORM
           MOVE "-" TO WS-LINE-USER
           IF WS-USER-START > 0
               COMPUTE WS-USER-LEN = WS-SCAN-POS - WS-USER-START
               IF WS-USER-LEN > 32
                   MOVE 32 TO WS-USER-LEN
               END-IF
               MOVE SPACES TO WS-LINE-USER
               MOVE ARCHIVE-LOG-RECORD(WS-USER-START:WS-USER-LEN)
                   TO WS-LINE-USER
               IF WS-LINE-USER(1:1) = "["
                   MOVE "-" TO WS-LINE-USER
               END-IF
           END-IF

*> A signed-in visitor is followed by name across addresses; an
*> anonymous one by address
           MOVE SPACES TO WS-LINE-VISITOR
           IF WS-LINE-USER = "-"
               MOVE ARCHIVE-LOG-RECORD(1:WS-CLIENT-LEN)
                   TO WS-LINE-VISITOR
           ELSE
               STRING "user:" DELIMITED BY SIZE
                      WS-LINE-USER DELIMITED BY SPACE
                   INTO WS-LINE-VISITOR
               END-STRING
           END-IF

*> Timestamp, as a running minute count the gap test can subtract
           MOVE 0 TO WS-BRACKET-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 140
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = "["
                   MOVE WS-SCAN-POS TO WS-BRACKET-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRACKET-POS = 0
               EXIT PARAGRAPH
           END-IF
           IF ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 1:4) NOT NUMERIC OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 6:2) NOT NUMERIC OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 9:2) NOT NUMERIC OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 12:2) NOT NUMERIC OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-VALUE
           STRING ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 1:4)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 6:2)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 9:2)
               DELIMITED BY SIZE INTO WS-CFG-VALUE
           END-STRING
           MOVE WS-CFG-VALUE(1:8) TO WS-LINE-DATE
           MOVE ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 12:2)
               TO WS-LINE-HOUR
           MOVE ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 15:2)
               TO WS-LINE-MIN
           COMPUTE WS-LINE-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE) * 1440 +
               WS-LINE-HOUR * 60 + WS-LINE-MIN

*> The request path, less any query string
           MOVE 0 TO WS-QUOTE1-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-BRACKET-POS BY 1
               UNTIL WS-SCAN-POS > 480
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
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
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
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
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
                   COMPUTE WS-PATH-START = WS-SCAN-POS + 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PATH-START = 0 OR WS-PATH-START >= WS-QUOTE2-POS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REQ-PATH-LEN
           PERFORM VARYING WS-SCAN-POS FROM WS-PATH-START BY 1
               UNTIL WS-SCAN-POS >= WS-QUOTE2-POS OR
                     ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = "?" OR
                     WS-REQ-PATH-LEN >= 128
               ADD 1 TO WS-REQ-PATH-LEN
           END-PERFORM
           IF WS-REQ-PATH-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REQ-PATH
           MOVE ARCHIVE-LOG-RECORD(WS-PATH-START:WS-REQ-PATH-LEN)
               TO WS-REQ-PATH

*> Page views only
           MOVE ARCHIVE-LOG-RECORD(WS-QUOTE2-POS + 2:3)
               TO WS-STATUS-STR
           IF WS-STATUS-STR NOT NUMERIC OR WS-STATUS-STR >= "400"
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-PATH = "/healthz"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ASSET-PATH
           IF WS-IS-ASSET = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM FOLLOW-PAGE-VIEW
           .

*> Same asset extensions BOT-REPORT leaves out of page views
       CHECK-ASSET-PATH.
           MOVE 0 TO WS-IS-ASSET
           MOVE 0 TO WS-EXT-DOT-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-REQ-PATH-LEN BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-REQ-PATH(WS-SCAN-POS:1) = "/"
                   EXIT PERFORM
               END-IF
               IF WS-REQ-PATH(WS-SCAN-POS:1) = "."
                   MOVE WS-SCAN-POS TO WS-EXT-DOT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXT-DOT-POS = 0 OR WS-EXT-DOT-POS >= WS-REQ-PATH-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-PATH-LEN - WS-EXT-DOT-POS > 8
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PATH-EXT
           MOVE WS-REQ-PATH(WS-EXT-DOT-POS + 1:
               WS-REQ-PATH-LEN - WS-EXT-DOT-POS) TO WS-PATH-EXT
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

*> Find the visitor, close a lapsed visit, start a fresh one if
*> needed, and move the page history along
       FOLLOW-PAGE-VIEW.
           MOVE 0 TO WS-VIS-FOUND-IDX
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-VISITOR-COUNT
               IF VIS-KEY(WS-VIS-IDX) = WS-LINE-VISITOR
                   MOVE WS-VIS-IDX TO WS-VIS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-VIS-FOUND-IDX = 0
               PERFORM FIND-FREE-VISITOR-SLOT
               IF WS-VIS-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE-VISITOR TO VIS-KEY(WS-VIS-FOUND-IDX)
               MOVE 0 TO VIS-ACTIVE(WS-VIS-FOUND-IDX)
           END-IF
           SET WS-VIS-IDX TO WS-VIS-FOUND-IDX

           IF VIS-ACTIVE(WS-VIS-IDX) = 1 AND
              WS-LINE-MINUTE > VIS-LAST-MINUTE(WS-VIS-IDX) +
                               CLICKPATH-GAP-MINUTES
               PERFORM CLOSE-VISIT
           END-IF

           IF VIS-ACTIVE(WS-VIS-IDX) = 0
               MOVE 1 TO VIS-ACTIVE(WS-VIS-IDX)
               MOVE 0 TO VIS-PAGES(WS-VIS-IDX)
               MOVE SPACES TO VIS-LAST-PAGE(WS-VIS-IDX)
               MOVE SPACES TO VIS-PREV-PAGE(WS-VIS-IDX)
               ADD 1 TO WS-TOTAL-VISITS
               MOVE 1 TO WS-TALLY-KIND
               MOVE WS-REQ-PATH TO WS-TALLY-PAGE
               PERFORM TALLY-PAGE
           END-IF

*> A form reached: the two pages before it plus the form itself
           IF WS-REQ-PATH(1:6) = "/form/"
               PERFORM TALLY-FORM-STEPS
           END-IF

           MOVE VIS-LAST-PAGE(WS-VIS-IDX) TO VIS-PREV-PAGE(WS-VIS-IDX)
           MOVE WS-REQ-PATH TO VIS-LAST-PAGE(WS-VIS-IDX)
           MOVE WS-LINE-MINUTE TO VIS-LAST-MINUTE(WS-VIS-IDX)
           ADD 1 TO VIS-PAGES(WS-VIS-IDX)
           ADD 1 TO WS-TOTAL-PAGE-VIEWS
           .

*> A new slot while there's room, else the first visitor whose visit
*> has lapsed (closed out first so its exit page still counts)
       FIND-FREE-VISITOR-SLOT.
           MOVE 0 TO WS-VIS-FOUND-IDX
           IF WS-VISITOR-COUNT < 1000
               ADD 1 TO WS-VISITOR-COUNT
               MOVE WS-VISITOR-COUNT TO WS-VIS-FOUND-IDX
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-VISITOR-COUNT
               IF VIS-ACTIVE(WS-VIS-IDX) = 0 OR
                  WS-LINE-MINUTE > VIS-LAST-MINUTE(WS-VIS-IDX) +
                                   CLICKPATH-GAP-MINUTES
                   IF VIS-ACTIVE(WS-VIS-IDX) = 1
                       PERFORM CLOSE-VISIT
                   END-IF
                   MOVE WS-VIS-IDX TO WS-VIS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> The visit at WS-VIS-IDX is over: its last page is its exit page
       CLOSE-VISIT.
           MOVE 2 TO WS-TALLY-KIND
           MOVE VIS-LAST-PAGE(WS-VIS-IDX) TO WS-TALLY-PAGE
           PERFORM TALLY-PAGE
           MOVE 0 TO VIS-ACTIVE(WS-VIS-IDX)
           .

       TALLY-PAGE.
           MOVE 0 TO WS-PAGE-FOUND-IDX
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               IF PAGE-KIND(WS-PAGE-IDX) = WS-TALLY-KIND AND
                  PAGE-NAME(WS-PAGE-IDX) = WS-TALLY-PAGE
                   MOVE WS-PAGE-IDX TO WS-PAGE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PAGE-FOUND-IDX = 0
               IF WS-PAGE-COUNT < 1000
                   ADD 1 TO WS-PAGE-COUNT
                   MOVE WS-PAGE-COUNT TO WS-PAGE-FOUND-IDX
                   MOVE WS-TALLY-KIND TO PAGE-KIND(WS-PAGE-FOUND-IDX)
                   MOVE WS-TALLY-PAGE TO PAGE-NAME(WS-PAGE-FOUND-IDX)
                   MOVE 0 TO PAGE-HITS(WS-PAGE-FOUND-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO PAGE-HITS(WS-PAGE-FOUND-IDX)
           .

*> "prev > last > /form/x", with "(entry)" standing in for steps
*> before the visit began
       TALLY-FORM-STEPS.
           MOVE 0 TO WS-STEPS-FOUND-IDX
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > WS-FORM-COUNT
               IF FORM-NAME(WS-FORM-IDX) = WS-REQ-PATH
                   MOVE WS-FORM-IDX TO WS-STEPS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STEPS-FOUND-IDX = 0
               IF WS-FORM-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FORM-COUNT
               MOVE WS-REQ-PATH TO FORM-NAME(WS-FORM-COUNT)
               MOVE 0 TO FORM-VIEWS(WS-FORM-COUNT)
               MOVE WS-FORM-COUNT TO WS-STEPS-FOUND-IDX
           END-IF
           ADD 1 TO FORM-VIEWS(WS-STEPS-FOUND-IDX)

           MOVE SPACES TO WS-LINE-STEPS
           MOVE 1 TO WS-STEPS-PTR
           IF VIS-PREV-PAGE(WS-VIS-IDX) = SPACES
               STRING "(entry)" DELIMITED BY SIZE
                   INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
               END-STRING
           ELSE
               STRING VIS-PREV-PAGE(WS-VIS-IDX) DELIMITED BY SPACE
                   INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
               END-STRING
           END-IF
           STRING " > " DELIMITED BY SIZE
               INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
           END-STRING
           IF VIS-LAST-PAGE(WS-VIS-IDX) = SPACES
               STRING "(entry)" DELIMITED BY SIZE
                   INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
               END-STRING
           ELSE
               STRING VIS-LAST-PAGE(WS-VIS-IDX) DELIMITED BY SPACE
                   INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
               END-STRING
           END-IF
           STRING " > " DELIMITED BY SIZE
                  WS-REQ-PATH DELIMITED BY SPACE
               INTO WS-LINE-STEPS WITH POINTER WS-STEPS-PTR
           END-STRING

           MOVE 0 TO WS-STEPS-FOUND-IDX
           PERFORM VARYING WS-STEPS-IDX FROM 1 BY 1
               UNTIL WS-STEPS-IDX > WS-STEPS-COUNT
               IF STEPS-FORM(WS-STEPS-IDX) = WS-REQ-PATH AND
                  STEPS-TEXT(WS-STEPS-IDX) = WS-LINE-STEPS
                   MOVE WS-STEPS-IDX TO WS-STEPS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STEPS-FOUND-IDX = 0
               IF WS-STEPS-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STEPS-COUNT
               MOVE WS-STEPS-COUNT TO WS-STEPS-FOUND-IDX
               MOVE WS-REQ-PATH TO STEPS-FORM(WS-STEPS-FOUND-IDX)
               MOVE WS-LINE-STEPS TO STEPS-TEXT(WS-STEPS-FOUND-IDX)
               MOVE 0 TO STEPS-HITS(WS-STEPS-FOUND-IDX)
           END-IF
           ADD 1 TO STEPS-HITS(WS-STEPS-FOUND-IDX)
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Visitor journey report for " DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE CLICKPATH-GAP-MINUTES TO WS-GAP-DISPLAY
           STRING "Visit ends after " DELIMITED BY SIZE
                  WS-GAP-DISPLAY DELIMITED BY SIZE
                  " minute(s) without a page view" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-VISITS TO WS-COUNT-DISPLAY
           STRING "Visits:               " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-PAGE-VIEWS TO WS-COUNT-DISPLAY
           STRING "Page views:           " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 0 TO WS-AVG-PAGES
           IF WS-TOTAL-VISITS > 0
               COMPUTE WS-AVG-PAGES ROUNDED =
                   WS-TOTAL-PAGE-VIEWS / WS-TOTAL-VISITS
           END-IF
           MOVE WS-AVG-PAGES TO WS-AVG-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Pages per visit:        " DELIMITED BY SIZE
                  WS-AVG-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Top 20 entry pages:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 1 TO WS-TALLY-KIND
           PERFORM WRITE-TOP-PAGES

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Top 20 exit pages:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 2 TO WS-TALLY-KIND
           PERFORM WRITE-TOP-PAGES

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Paths to forms (two pages before, then the form):"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-FORM-COUNT = 0
               MOVE "  (no form visits)" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > WS-FORM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE FORM-VIEWS(WS-FORM-IDX) TO WS-COUNT-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      FORM-NAME(WS-FORM-IDX) DELIMITED BY SPACE
                      " - reached " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " time(s)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-TOP-FORM-STEPS
           END-PERFORM

           CLOSE REPORT-FILE
           .

*> Repeated-max ranking of WS-TALLY-KIND's rows, as LOG-ANALYZE's
*> WRITE-TOP-PATHS ranks its table
       WRITE-TOP-PAGES.
           PERFORM VARYING WS-RANK-PASS FROM 1 BY 1
               UNTIL WS-RANK-PASS > 20
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-HITS
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
                   IF PAGE-KIND(WS-PAGE-IDX) = WS-TALLY-KIND AND
                      PAGE-HITS(WS-PAGE-IDX) > WS-RANK-BEST-HITS
                       MOVE PAGE-HITS(WS-PAGE-IDX)
                           TO WS-RANK-BEST-HITS
                       SET WS-RANK-BEST-IDX TO WS-PAGE-IDX
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
                      PAGE-NAME(WS-RANK-BEST-IDX) DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE

               MOVE 0 TO PAGE-HITS(WS-RANK-BEST-IDX)
           END-PERFORM
           .

*> The five most common step sequences into FORM-NAME(WS-FORM-IDX)
       WRITE-TOP-FORM-STEPS.
           PERFORM VARYING WS-RANK-PASS FROM 1 BY 1
               UNTIL WS-RANK-PASS > 5
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-HITS
               PERFORM VARYING WS-STEPS-IDX FROM 1 BY 1
                   UNTIL WS-STEPS-IDX > WS-STEPS-COUNT
                   IF STEPS-FORM(WS-STEPS-IDX) = FORM-NAME(WS-FORM-IDX)
                      AND STEPS-HITS(WS-STEPS-IDX) > WS-RANK-BEST-HITS
                       MOVE STEPS-HITS(WS-STEPS-IDX)
                           TO WS-RANK-BEST-HITS
                       SET WS-RANK-BEST-IDX TO WS-STEPS-IDX
                   END-IF
               END-PERFORM

               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-RANK-BEST-HITS TO WS-COUNT-DISPLAY
               STRING "    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      STEPS-TEXT(WS-RANK-BEST-IDX) DELIMITED BY "  "
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE

               MOVE 0 TO STEPS-HITS(WS-RANK-BEST-IDX)
           END-PERFORM
           .
