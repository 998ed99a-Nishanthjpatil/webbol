*> Standalone batch job: weekly search relevance report. Every result
*> /api/search hands out carries a click link through the handler's
*> /api/search-click redirect, and the two sides are logged one line
*> apiece:
*>
*>   SEARCH-RESULTS.LOG  timestamp|query|pos|path|rid|pin
*>                       (one per result shown; pin "P" for a best
*>                       bet out of SEARCH-BESTBETS.CFG, "-" for a
*>                       ranked result)
*>   SEARCH-CLICK.LOG    timestamp|query|pos|path|rid
*>                       (one per result followed)
*>
*> This job folds a week of both into SEARCH-RELEVANCE.RPT: how
*> often each query's searches end in a click and how far down the
*> list people had to go, the queries that find pages nobody picks,
*> and the pages shown again and again but rarely chosen - the
*> candidates for a better title, a best bet elsewhere, or a rewrite.
*> Where SEARCH-QUERY-REPORT lists what search can't find, this one
*> lists what it finds badly. Run as
*>
*>   search-relevance [YYYYMMDD]
*>
*> for the seven days ending on that date (default yesterday), weekly
*> from JOB-TABLE.CFG after LOG-ROTATE. RETENTION's .ARC archives of
*> both logs are read ahead of the live files.
*>
*> A search is one results page: its position-1 line. It counts as
*> clicked once, however many of its results were followed (clicks
*> are matched to it by rid). A page is "rarely chosen" once it has
*> been shown at least ten times and under one in twenty showings
*> was followed; its owning department comes from OWNER-LOOKUP.
*>
*> The per-query rows also go to SEARCH-RELEVANCE.CSV through
*> EXTRACT-WRITE (searches as the control column).
IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-RELEVANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SEARCH-RELEVANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(400).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(32).
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

*> Rarely chosen: shown at least this often, followed under this
*> percentage of the time
       01 WS-LOW-MIN-SHOWN      PIC 9(4) COMP VALUE 10.
       01 WS-LOW-MAX-PCT        PIC 9(3) COMP VALUE 5.
*> Report lines per ranked query section; the CSV gets every query
       01 WS-QUERY-LINES-MAX    PIC 9(4) COMP VALUE 50.

*> One query per entry, in first-seen order
       01 WS-QRY-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-QRY-DROPPED        PIC 9(6) VALUE 0.
       01 QRY-TABLE.
          05 QRY-ENTRY OCCURS 500 TIMES INDEXED BY WS-QRY-IDX.
             10 QRY-TEXT          PIC X(64).
             10 QRY-SEARCHES      PIC 9(8) COMP.
             10 QRY-SHOWN         PIC 9(8) COMP.
             10 QRY-CLICKS        PIC 9(8) COMP.
             10 QRY-CLICKED       PIC 9(8) COMP.
             10 QRY-POS-CLICKS    PIC 9(8) COMP.
             10 QRY-POS-SUM       PIC 9(8) COMP.
             10 QRY-REPORTED      PIC 9.
       01 WS-QRY-FOUND-IDX      PIC 9(4) COMP.

*> One result page per entry
       01 WS-PAGE-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-DROPPED       PIC 9(6) VALUE 0.
       01 PAGE-TABLE.
          05 PAGE-ENTRY OCCURS 500 TIMES INDEXED BY WS-PG-IDX.
             10 PG-PATH           PIC X(128).
             10 PG-SHOWN          PIC 9(8) COMP.
             10 PG-PINNED         PIC 9(8) COMP.
             10 PG-CLICKS         PIC 9(8) COMP.
             10 PG-REPORTED       PIC 9.
       01 WS-PG-FOUND-IDX       PIC 9(4) COMP.

*> The searches already counted as clicked, by rid and query
       01 WS-CKD-COUNT          PIC 9(4) COMP VALUE 0.
       01 CKD-TABLE.
          05 CKD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CKD-IDX.
             10 CKD-RID           PIC X(24).
             10 CKD-QRY-IDX       PIC 9(4) COMP.
       01 WS-CKD-SEEN           PIC 9.

*> The line in hand
       01 WS-LINE-WHEN          PIC X(19).
       01 WS-LINE-QUERY         PIC X(64).
       01 WS-LINE-POS-TXT       PIC X(4).
       01 WS-LINE-POS           PIC 9(4) COMP.
       01 WS-LINE-PATH          PIC X(128).
       01 WS-LINE-RID           PIC X(24).
       01 WS-LINE-PIN           PIC X.
       01 WS-OWN-PATH           PIC X(512).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> Ranking scratch
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-KEY      PIC 9(8) COMP.
       01 WS-RANK-LINES         PIC 9(4) COMP.
       01 WS-RANK-SECTION       PIC X.
       01 WS-AVG-SUM            PIC 9(8) COMP.
       01 WS-AVG-CLICKS         PIC 9(8) COMP.
       01 WS-LINE-PTR           PIC 9(4) COMP.

       01 WS-TOTAL-SEARCHES     PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-SHOWN        PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-PINNED       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CLICKS       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CLICKED      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-POS-CLICKS   PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-POS-SUM      PIC 9(8) COMP VALUE 0.
       01 WS-NO-CLICK-COUNT     PIC 9(4) COMP VALUE 0.
       01 WS-LOW-PAGE-COUNT     PIC 9(4) COMP VALUE 0.

       01 WS-PCT                PIC 9(3)V9.
       01 WS-AVG-POS            PIC 9(3)V9.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-SEARCHES-D         PIC ZZZ,ZZ9.
       01 WS-CLICKED-D          PIC ZZZ,ZZ9.
       01 WS-SHOWN-D            PIC ZZZ,ZZ9.
       01 WS-PCT-D              PIC ZZ9.9.
       01 WS-AVG-POS-D          PIC ZZ9.9.
       01 WS-AVG-POS-TXT        PIC X(5).

*> SEARCH-RELEVANCE.CSV figures, unedited
       01 WS-CSV-SEARCHES-D     PIC Z(8)9.
       01 WS-CSV-CLICKED-D      PIC Z(8)9.
       01 WS-CSV-CLICKS-D       PIC Z(8)9.
       01 WS-CSV-PCT-D          PIC ZZ9.9.
       01 WS-CSV-AVG-TXT        PIC X(5).

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

*> Results before clicks, so a click's query and page are usually
*> already in the tables from its own results page
           MOVE "R" TO WS-SCAN-KIND
           MOVE "SEARCH-RESULTS.LOG.ARC" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           MOVE "SEARCH-RESULTS.LOG" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           MOVE "C" TO WS-SCAN-KIND
           MOVE "SEARCH-CLICK.LOG.ARC" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           MOVE "SEARCH-CLICK.LOG" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-SEARCHES TO WS-COUNT-DISPLAY
           DISPLAY "SEARCH-RELEVANCE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " search(es) for " FUNCTION TRIM(WS-PERIOD)
               " written to SEARCH-RELEVANCE.RPT"
           STOP RUN.

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
                       PERFORM SPLIT-SEARCH-LINE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> "timestamp|query|pos|path|rid[|pin]" - neither the query nor the
*> path can hold a "|", the handler blanks them on the way in
       SPLIT-SEARCH-LINE.
           MOVE SPACES TO WS-LINE-WHEN WS-LINE-QUERY WS-LINE-POS-TXT
               WS-LINE-PATH WS-LINE-RID WS-LINE-PIN
           UNSTRING SCAN-RECORD DELIMITED BY "|"
               INTO WS-LINE-WHEN WS-LINE-QUERY WS-LINE-POS-TXT
                    WS-LINE-PATH WS-LINE-RID WS-LINE-PIN
           END-UNSTRING
           IF WS-LINE-WHEN < WS-FROM-WHEN OR
              WS-LINE-WHEN > WS-TO-WHEN OR
              WS-LINE-QUERY = SPACES OR
              WS-LINE-PATH(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-POS
           IF WS-LINE-POS-TXT(1:1) IS NUMERIC
               COMPUTE WS-LINE-POS =
                   FUNCTION NUMVAL(WS-LINE-POS-TXT)
           END-IF

           PERFORM FIND-QUERY-ENTRY
           PERFORM FIND-PAGE-ENTRY
           IF WS-SCAN-KIND = "R"
               PERFORM TALLY-RESULT-LINE
           ELSE
               PERFORM TALLY-CLICK-LINE
           END-IF
           .

*> One result shown; its position-1 line stands for the search
       TALLY-RESULT-LINE.
           ADD 1 TO WS-TOTAL-SHOWN
           IF WS-LINE-POS = 1
               ADD 1 TO WS-TOTAL-SEARCHES
           END-IF
           IF WS-LINE-PIN = "P"
               ADD 1 TO WS-TOTAL-PINNED
           END-IF
           IF WS-QRY-FOUND-IDX > 0
               ADD 1 TO QRY-SHOWN(WS-QRY-FOUND-IDX)
               IF WS-LINE-POS = 1
                   ADD 1 TO QRY-SEARCHES(WS-QRY-FOUND-IDX)
               END-IF
           END-IF
           IF WS-PG-FOUND-IDX > 0
               ADD 1 TO PG-SHOWN(WS-PG-FOUND-IDX)
               IF WS-LINE-PIN = "P"
                   ADD 1 TO PG-PINNED(WS-PG-FOUND-IDX)
               END-IF
           END-IF
           .

*> One result followed. The search it came from counts as clicked
*> the first time one of its results is
       TALLY-CLICK-LINE.
           ADD 1 TO WS-TOTAL-CLICKS
           IF WS-LINE-POS > 0
               ADD 1 TO WS-TOTAL-POS-CLICKS
               ADD WS-LINE-POS TO WS-TOTAL-POS-SUM
           END-IF
           IF WS-PG-FOUND-IDX > 0
               ADD 1 TO PG-CLICKS(WS-PG-FOUND-IDX)
           END-IF
           IF WS-QRY-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QRY-CLICKS(WS-QRY-FOUND-IDX)
           IF WS-LINE-POS > 0
               ADD 1 TO QRY-POS-CLICKS(WS-QRY-FOUND-IDX)
               ADD WS-LINE-POS TO QRY-POS-SUM(WS-QRY-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-CKD-SEEN
           IF WS-LINE-RID NOT = SPACES AND WS-LINE-RID NOT = "-"
               PERFORM VARYING WS-CKD-IDX FROM 1 BY 1
                   UNTIL WS-CKD-IDX > WS-CKD-COUNT
                   IF CKD-RID(WS-CKD-IDX) = WS-LINE-RID AND
                      CKD-QRY-IDX(WS-CKD-IDX) = WS-QRY-FOUND-IDX
                       MOVE 1 TO WS-CKD-SEEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CKD-SEEN = 0 AND WS-CKD-COUNT < 5000
                   ADD 1 TO WS-CKD-COUNT
                   MOVE WS-LINE-RID TO CKD-RID(WS-CKD-COUNT)
                   MOVE WS-QRY-FOUND-IDX TO CKD-QRY-IDX(WS-CKD-COUNT)
               END-IF
           END-IF
           IF WS-CKD-SEEN = 0
               ADD 1 TO WS-TOTAL-CLICKED
               ADD 1 TO QRY-CLICKED(WS-QRY-FOUND-IDX)
           END-IF
           .

       FIND-QUERY-ENTRY.
           MOVE 0 TO WS-QRY-FOUND-IDX
           PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
               UNTIL WS-QRY-IDX > WS-QRY-COUNT
               IF QRY-TEXT(WS-QRY-IDX) = WS-LINE-QUERY
                   SET WS-QRY-FOUND-IDX TO WS-QRY-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-QRY-COUNT >= 500
               ADD 1 TO WS-QRY-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QRY-COUNT
           MOVE WS-QRY-COUNT TO WS-QRY-FOUND-IDX
           INITIALIZE QRY-ENTRY(WS-QRY-FOUND-IDX)
           MOVE WS-LINE-QUERY TO QRY-TEXT(WS-QRY-FOUND-IDX)
           .

       FIND-PAGE-ENTRY.
           MOVE 0 TO WS-PG-FOUND-IDX
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               IF PG-PATH(WS-PG-IDX) = WS-LINE-PATH
                   SET WS-PG-FOUND-IDX TO WS-PG-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PAGE-COUNT >= 500
               ADD 1 TO WS-PAGE-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PG-FOUND-IDX
           INITIALIZE PAGE-ENTRY(WS-PG-FOUND-IDX)
           MOVE WS-LINE-PATH TO PG-PATH(WS-PG-FOUND-IDX)
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "SEARCH-RELEVANCE" TO EXTRACT-REPORT
           MOVE WS-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "query,searches,clicked_searches,ctr_pct,clicks,"
                  "avg_click_position" DELIMITED BY SIZE
               INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "SEARCH RELEVANCE - " WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-SEARCHES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Searches with results:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-SHOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Results shown:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-PINNED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  of which best bets:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CLICKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Results followed:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CLICKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Searches with a click:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 0 TO WS-PCT
           IF WS-TOTAL-SEARCHES > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOTAL-CLICKED * 100 / WS-TOTAL-SEARCHES
                   ON SIZE ERROR
                       MOVE 100 TO WS-PCT
               END-COMPUTE
               IF WS-PCT > 100
                   MOVE 100 TO WS-PCT
               END-IF
           END-IF
           MOVE WS-PCT TO WS-PCT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Click-through rate:           " WS-PCT-D "%"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-POS-SUM TO WS-AVG-SUM
           MOVE WS-TOTAL-POS-CLICKS TO WS-AVG-CLICKS
           PERFORM FORMAT-AVERAGE-POSITION
           MOVE SPACES TO REPORT-RECORD
           STRING "Average clicked position:     " WS-AVG-POS-TXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-QRY-DROPPED > 0 OR WS-PAGE-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "Query or page table full - some lines were "
                      "left out of the per-query and per-page figures"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-TOTAL-SEARCHES = 0 AND WS-TOTAL-CLICKS = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No searches logged in the week."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE "CLOSE" TO EXTRACT-OP
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               EXIT PARAGRAPH
           END-IF

*> Section one: every query's click-through, most searched first
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CLICK-THROUGH BY QUERY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "----------------------" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  searches   clicked   CTR %  avg pos  query"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Q" TO WS-RANK-SECTION
           PERFORM RANK-QUERIES

*> Section two: queries that found pages and sent nobody to any
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "QUERIES WITH RESULTS BUT NO CLICKS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "----------------------------------" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  searches   results shown  query" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-RANK-SECTION
           PERFORM RANK-QUERIES
           IF WS-NO-CLICK-COUNT = 0
               MOVE "  (none - every query had a click)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

*> Section three: pages shown often and rarely chosen
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PAGES SHOWN OFTEN BUT RARELY CHOSEN" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-----------------------------------" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "     shown    chosen   CTR %  department      "
                  "          page" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM RANK-LOW-PAGES
           IF WS-LOW-PAGE-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> WS-AVG-SUM (a position sum) over WS-AVG-CLICKS (clicks with a
*> position) as "n.n", or "-" with nothing to average
       FORMAT-AVERAGE-POSITION.
           MOVE SPACES TO WS-AVG-POS-TXT
           IF WS-AVG-CLICKS = 0
               MOVE "    -" TO WS-AVG-POS-TXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG-POS ROUNDED =
               WS-AVG-SUM / WS-AVG-CLICKS
               ON SIZE ERROR
                   MOVE 999.9 TO WS-AVG-POS
           END-COMPUTE
           MOVE WS-AVG-POS TO WS-AVG-POS-D
           MOVE WS-AVG-POS-D TO WS-AVG-POS-TXT
           .

*> Repeated-max by searches over the queries the section wants, the
*> same pick-and-mark ranking CSP-REPORT uses. Section "Q" takes
*> every query that was searched (and writes its CSV row), "N" the
*> ones among them that were never clicked
       RANK-QUERIES.
           PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
               UNTIL WS-QRY-IDX > WS-QRY-COUNT
               MOVE 0 TO QRY-REPORTED(WS-QRY-IDX)
           END-PERFORM
           MOVE 0 TO WS-RANK-LINES
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-KEY
               PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
                   UNTIL WS-QRY-IDX > WS-QRY-COUNT
                   IF QRY-REPORTED(WS-QRY-IDX) = 0 AND
                      QRY-SEARCHES(WS-QRY-IDX) > 0 AND
                      (WS-RANK-SECTION = "Q" OR
                       QRY-CLICKS(WS-QRY-IDX) = 0) AND
                      (WS-RANK-BEST-IDX = 0 OR
                       QRY-SEARCHES(WS-QRY-IDX) > WS-RANK-BEST-KEY)
                       MOVE QRY-SEARCHES(WS-QRY-IDX)
                           TO WS-RANK-BEST-KEY
                       SET WS-RANK-BEST-IDX TO WS-QRY-IDX
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO QRY-REPORTED(WS-RANK-BEST-IDX)
               ADD 1 TO WS-RANK-LINES
               IF WS-RANK-SECTION = "Q"
                   PERFORM WRITE-QUERY-CTR-LINE
               ELSE
                   ADD 1 TO WS-NO-CLICK-COUNT
                   IF WS-RANK-LINES <= WS-QUERY-LINES-MAX
                       PERFORM WRITE-NO-CLICK-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

*> One query's searches, clicked searches, click-through rate and
*> average clicked position - in the report for the first fifty,
*> in the CSV for all of them
       WRITE-QUERY-CTR-LINE.
           MOVE 0 TO WS-PCT
           COMPUTE WS-PCT ROUNDED =
               QRY-CLICKED(WS-RANK-BEST-IDX) * 100 /
               QRY-SEARCHES(WS-RANK-BEST-IDX)
               ON SIZE ERROR
                   MOVE 100 TO WS-PCT
           END-COMPUTE
           IF WS-PCT > 100
               MOVE 100 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-D
           MOVE QRY-SEARCHES(WS-RANK-BEST-IDX) TO WS-SEARCHES-D
           MOVE QRY-CLICKED(WS-RANK-BEST-IDX) TO WS-CLICKED-D
           MOVE QRY-POS-SUM(WS-RANK-BEST-IDX) TO WS-AVG-SUM
           MOVE QRY-POS-CLICKS(WS-RANK-BEST-IDX) TO WS-AVG-CLICKS
           PERFORM FORMAT-AVERAGE-POSITION

           IF WS-RANK-LINES <= WS-QUERY-LINES-MAX
               MOVE SPACES TO REPORT-RECORD
               STRING "   " WS-SEARCHES-D "   " WS-CLICKED-D
                      "   " WS-PCT-D "    " WS-AVG-POS-TXT "  "
                      QRY-TEXT(WS-RANK-BEST-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE QRY-TEXT(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE QRY-SEARCHES(WS-RANK-BEST-IDX) TO WS-CSV-SEARCHES-D
           MOVE QRY-CLICKED(WS-RANK-BEST-IDX) TO WS-CSV-CLICKED-D
           MOVE QRY-CLICKS(WS-RANK-BEST-IDX) TO WS-CSV-CLICKS-D
           MOVE WS-PCT TO WS-CSV-PCT-D
           MOVE FUNCTION TRIM(WS-AVG-POS-TXT) TO WS-CSV-AVG-TXT
           IF WS-CSV-AVG-TXT = "-"
               MOVE SPACES TO WS-CSV-AVG-TXT
           END-IF
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-SEARCHES-D) ","
                  FUNCTION TRIM(WS-CSV-CLICKED-D) ","
                  FUNCTION TRIM(WS-CSV-PCT-D) ","
                  FUNCTION TRIM(WS-CSV-CLICKS-D) ","
                  WS-CSV-AVG-TXT
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE QRY-SEARCHES(WS-RANK-BEST-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

       WRITE-NO-CLICK-LINE.
           MOVE QRY-SEARCHES(WS-RANK-BEST-IDX) TO WS-SEARCHES-D
           MOVE QRY-SHOWN(WS-RANK-BEST-IDX) TO WS-SHOWN-D
           MOVE SPACES TO REPORT-RECORD
           STRING "   " WS-SEARCHES-D "         " WS-SHOWN-D "  "
                  QRY-TEXT(WS-RANK-BEST-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> Repeated-max by times shown over the pages shown at least
*> WS-LOW-MIN-SHOWN times and followed under WS-LOW-MAX-PCT percent
*> of them
       RANK-LOW-PAGES.
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-KEY
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PAGE-COUNT
                   IF PG-REPORTED(WS-PG-IDX) = 0 AND
                      PG-SHOWN(WS-PG-IDX) >= WS-LOW-MIN-SHOWN AND
                      PG-CLICKS(WS-PG-IDX) * 100 <
                          PG-SHOWN(WS-PG-IDX) * WS-LOW-MAX-PCT AND
                      (WS-RANK-BEST-IDX = 0 OR
                       PG-SHOWN(WS-PG-IDX) > WS-RANK-BEST-KEY)
                       MOVE PG-SHOWN(WS-PG-IDX) TO WS-RANK-BEST-KEY
                       SET WS-RANK-BEST-IDX TO WS-PG-IDX
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO PG-REPORTED(WS-RANK-BEST-IDX)
               ADD 1 TO WS-LOW-PAGE-COUNT
               PERFORM WRITE-LOW-PAGE-LINE
           END-PERFORM
           .

*> The figures and owning department, then the page; a page that
*> is itself pinned as a best bet says so, since the pin is then
*> what keeps it on show
       WRITE-LOW-PAGE-LINE.
           MOVE SPACES TO WS-OWN-PATH
           MOVE PG-PATH(WS-RANK-BEST-IDX) TO WS-OWN-PATH
           CALL "OWNER-LOOKUP" USING WS-OWN-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF
           COMPUTE WS-PCT ROUNDED =
               PG-CLICKS(WS-RANK-BEST-IDX) * 100 /
               PG-SHOWN(WS-RANK-BEST-IDX)
           MOVE WS-PCT TO WS-PCT-D
           MOVE PG-SHOWN(WS-RANK-BEST-IDX) TO WS-SHOWN-D
           MOVE PG-CLICKS(WS-RANK-BEST-IDX) TO WS-CLICKED-D
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-LINE-PTR
           STRING "   " WS-SHOWN-D "   " WS-CLICKED-D "   " WS-PCT-D
                  "  " WS-OWN-NAME "  " DELIMITED BY SIZE
                  PG-PATH(WS-RANK-BEST-IDX) DELIMITED BY SPACE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
           END-STRING
           IF PG-PINNED(WS-RANK-BEST-IDX) > 0
               STRING "  (best bet)" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .
