*> matter how busy the day was; the reported figure is the upper edge
*> of the bucket the percentile falls in, which is as precise as a
*> 10ms-resolution clock deserves.
*>
*> "lat-report HISTORY [FROM-YYYYMMDD [TO-YYYYMMDD]]" reads that date
*> range (default today) out of HIST-LOAD's ACCESS-HISTORY.DAT by key
*> instead of parsing a text log.
*>
*> The same per-prefix figures go to LATENCY-REPORT.CSV through
*> EXTRACT-WRITE (one row per prefix, request count as the control
*> column) for loading into a spreadsheet or the warehouse.
*>
*> Requests a cached reverse-proxy route answered carry "cache=HIT",
*> "cache=STALE" or "cache=MISS"; a closing section counts them per
*> prefix with the average time of a cached and a backend answer, and
*> the backend time the cached answers saved.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LAT-REPORT.

           SELECT ANALYZE-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
*> HIST-LOAD's keyed store, read by date range in HISTORY mode
           SELECT HISTORY-FILE ASSIGN TO "ACCESS-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               ALTERNATE RECORD KEY IS AH-VHOST-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-CLASS-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-USER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-ARCHIVE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LATENCY-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FILE SECTION.
       FD  ANALYZE-LOG.
       01  ANALYZE-LOG-RECORD   PIC X(512).
       FD  HISTORY-FILE.
       COPY "access-history.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(256).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-LOG-NAME           PIC X(32).
       01 WS-LOG-STATUS         PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-LOG-EOF            PIC 9 VALUE 0.

*> "HISTORY [FROM-YYYYMMDD [TO-YYYYMMDD]]" reads the date range out
*> of ACCESS-HISTORY.DAT instead of one text log
       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-HIST-MODE          PIC 9 VALUE 0.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-HIST-FROM          PIC X(8).
       01 WS-HIST-TO            PIC X(8).
       01 WS-CURRENT-DATE       PIC X(21).

*> File-detail area for CBL_CHECK_FILE_EXIST, used to probe for
       01 WS-RANK-BEST-KEY      PIC 9(7) COMP.
       01 WS-RANK-DONE          PIC 9(4) COMP.

*> Proxy response cache tallies per prefix - hits (fresh or stale)
*> against misses, and the time each kind took
       01 WS-CACHE-MARK         PIC X(5).
       01 WS-CACHE-COUNT        PIC 9(4) COMP VALUE 0.
       01 CACHE-TABLE.
          05 CACHE-ENTRY OCCURS 50 TIMES INDEXED BY WS-CCH-IDX.
             10 CCH-NAME          PIC X(64).
             10 CCH-HITS          PIC 9(8) COMP.
             10 CCH-STALE         PIC 9(8) COMP.
             10 CCH-MISSES        PIC 9(8) COMP.
             10 CCH-HIT-MS        PIC 9(12) COMP.
             10 CCH-MISS-MS       PIC 9(12) COMP.
       01 WS-CCH-FOUND-IDX      PIC 9(4) COMP.
       01 WS-CCH-AVG-HIT        PIC 9(7) COMP.
       01 WS-CCH-AVG-MISS       PIC 9(7) COMP.
       01 WS-CCH-SAVED-S        PIC 9(10) COMP.
       01 WS-CCH-PCT            PIC 9(3) COMP.
       01 WS-CCH-PCT-D          PIC ZZ9.
       01 WS-CCH-SAVED-D        PIC Z(9)9.

       01 WS-TOTAL-REQUESTS     PIC 9(8) COMP VALUE 0.
       01 WS-REPORT-LINE        PIC X(256).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-MS-DISPLAY         PIC ZZZZZZ9.

*> LATENCY-REPORT.CSV: one row per prefix, through EXTRACT-WRITE
       01 WS-CSV-PERIOD         PIC X(24).
       01 WS-CSV-REQUESTS-D     PIC Z(8)9.
       01 WS-CSV-P50-D          PIC Z(6)9.
       01 WS-CSV-P95-D          PIC Z(6)9.
       01 WS-CSV-P99-D          PIC Z(6)9.
       01 WS-CSV-MAX-D          PIC Z(6)9.
       01 WS-CSV-KIND           PIC X(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM PICK-INPUT-LOG

           IF WS-HIST-MODE = 1
               PERFORM TALLY-FROM-HISTORY
           ELSE
               PERFORM TALLY-FROM-LOG-FILE
           END-IF

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-DISPLAY
           DISPLAY "LAT-REPORT: analyzed " WS-COUNT-DISPLAY
               " timed request(s) from " WS-LOG-NAME
           DISPLAY "LAT-REPORT: report written to LATENCY-REPORT.RPT"

           STOP RUN.

       TALLY-FROM-LOG-FILE.
           OPEN INPUT ANALYZE-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LAT-REPORT: no " WS-LOG-NAME
               END-READ
           END-PERFORM
           CLOSE ANALYZE-LOG
           .

*> The same tally, fed from the stored line images of every record
*> in the date range, read in key order from the range's first day
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "LAT-REPORT: no ACCESS-HISTORY.DAT to read, "
                   "nothing to do"
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO AH-KEY
           MOVE WS-HIST-FROM TO AH-DATE
           MOVE 0 TO WS-LOG-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 1
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LOG-EOF
                   NOT AT END
                       IF AH-DATE > WS-HIST-TO
                           MOVE 1 TO WS-LOG-EOF
                       ELSE
                           MOVE AH-LINE TO ANALYZE-LOG-RECORD
                           PERFORM TALLY-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

*> Same today's-archive-else-live-log selection LOG-ANALYZE makes,
*> so the two nightly reports always describe the same traffic
       PICK-INPUT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:7) = "HISTORY"
               MOVE 1 TO WS-HIST-MODE
               MOVE WS-CURRENT-DATE(1:8) TO WS-HIST-FROM
               IF WS-COMMAND-LINE(9:8) NUMERIC
                   MOVE WS-COMMAND-LINE(9:8) TO WS-HIST-FROM
               END-IF
               MOVE WS-HIST-FROM TO WS-HIST-TO
               IF WS-COMMAND-LINE(18:8) NUMERIC
                   MOVE WS-COMMAND-LINE(18:8) TO WS-HIST-TO
               END-IF
               MOVE SPACES TO WS-LOG-NAME
               STRING "ACCESS-HISTORY " WS-HIST-FROM "-" WS-HIST-TO
                   DELIMITED BY SIZE INTO WS-LOG-NAME
               END-STRING
               MOVE SPACES TO WS-CSV-PERIOD
               STRING WS-HIST-FROM(1:4) "-" WS-HIST-FROM(5:2) "-"
                      WS-HIST-FROM(7:2) "/" WS-HIST-TO(1:4) "-"
                      WS-HIST-TO(5:2) "-" WS-HIST-TO(7:2)
                   DELIMITED BY SIZE INTO WS-CSV-PERIOD
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-PERIOD
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CSV-PERIOD
           END-STRING

           MOVE SPACES TO WS-LOG-NAME
           STRING "ACCESS-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:8) DELIMITED BY SIZE

           PERFORM DERIVE-PATH-PREFIX
           PERFORM TALLY-PREFIX

*> A cached proxy route's verdict, when the line carries one
           MOVE SPACES TO WS-CACHE-MARK
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 490
               IF ANALYZE-LOG-RECORD(WS-SCAN-POS:7) = " cache="
                   MOVE ANALYZE-LOG-RECORD(WS-SCAN-POS + 7:5)
                       TO WS-CACHE-MARK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CACHE-MARK(1:3) = "HIT" OR
              WS-CACHE-MARK = "STALE" OR
              WS-CACHE-MARK(1:4) = "MISS"
               PERFORM TALLY-CACHE-MARK
           END-IF
           .

*> Find (or add) this prefix's cache tallies and count the verdict
       TALLY-CACHE-MARK.
           MOVE 0 TO WS-CCH-FOUND-IDX
           PERFORM VARYING WS-CCH-IDX FROM 1 BY 1
               UNTIL WS-CCH-IDX > WS-CACHE-COUNT
               IF CCH-NAME(WS-CCH-IDX) = WS-PREFIX
                   SET WS-CCH-FOUND-IDX TO WS-CCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CCH-FOUND-IDX = 0
               IF WS-CACHE-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CACHE-COUNT
               MOVE WS-CACHE-COUNT TO WS-CCH-FOUND-IDX
               MOVE WS-PREFIX TO CCH-NAME(WS-CCH-FOUND-IDX)
               MOVE 0 TO CCH-HITS(WS-CCH-FOUND-IDX)
               MOVE 0 TO CCH-STALE(WS-CCH-FOUND-IDX)
               MOVE 0 TO CCH-MISSES(WS-CCH-FOUND-IDX)
               MOVE 0 TO CCH-HIT-MS(WS-CCH-FOUND-IDX)
               MOVE 0 TO CCH-MISS-MS(WS-CCH-FOUND-IDX)
           END-IF

           EVALUATE TRUE
               WHEN WS-CACHE-MARK(1:4) = "MISS"
                   ADD 1 TO CCH-MISSES(WS-CCH-FOUND-IDX)
                   ADD WS-MS-VAL TO CCH-MISS-MS(WS-CCH-FOUND-IDX)
               WHEN WS-CACHE-MARK = "STALE"
                   ADD 1 TO CCH-STALE(WS-CCH-FOUND-IDX)
                   ADD WS-MS-VAL TO CCH-HIT-MS(WS-CCH-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO CCH-HITS(WS-CCH-FOUND-IDX)
                   ADD WS-MS-VAL TO CCH-HIT-MS(WS-CCH-FOUND-IDX)
           END-EVALUATE
           .

*> The ranking prefix is the path's first segment - "/reports" out
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "LATENCY-REPORT" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "prefix,requests,p50_ms,p95_ms,p99_ms,max_ms,kind"
               TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Latency percentile report for " DELIMITED BY SIZE
                  WS-LOG-NAME DELIMITED BY SPACE
               MOVE 0 TO PFX-REQUESTS(WS-RANK-BEST-IDX)
           END-PERFORM

           IF WS-CACHE-COUNT > 0
               PERFORM WRITE-CACHE-SECTION
           END-IF

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Proxy response cache: per prefix, cached answers (fresh and
*> stale) against backend answers, each kind's average time, and
*> the backend time the cached ones saved - (hits + stale) x the
*> difference of the two averages
       WRITE-CACHE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Proxy response cache by path prefix:"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "      hits     stale    misses  hit%   hit ms  miss ms"
               TO WS-REPORT-LINE
           MOVE "     saved s  path" TO WS-REPORT-LINE(55:)
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-CCH-IDX FROM 1 BY 1
               UNTIL WS-CCH-IDX > WS-CACHE-COUNT
               PERFORM WRITE-CACHE-LINE
           END-PERFORM
           .

       WRITE-CACHE-LINE.
           MOVE 0 TO WS-CCH-AVG-HIT
           MOVE 0 TO WS-CCH-AVG-MISS
           MOVE 0 TO WS-CCH-SAVED-S
           MOVE 0 TO WS-CCH-PCT
           IF CCH-HITS(WS-CCH-IDX) + CCH-STALE(WS-CCH-IDX) > 0
               COMPUTE WS-CCH-AVG-HIT = CCH-HIT-MS(WS-CCH-IDX) /
                   (CCH-HITS(WS-CCH-IDX) + CCH-STALE(WS-CCH-IDX))
           END-IF
           IF CCH-MISSES(WS-CCH-IDX) > 0
               COMPUTE WS-CCH-AVG-MISS = CCH-MISS-MS(WS-CCH-IDX) /
                   CCH-MISSES(WS-CCH-IDX)
           END-IF
           IF WS-CCH-AVG-MISS > WS-CCH-AVG-HIT
               COMPUTE WS-CCH-SAVED-S =
                   (CCH-HITS(WS-CCH-IDX) + CCH-STALE(WS-CCH-IDX)) *
                   (WS-CCH-AVG-MISS - WS-CCH-AVG-HIT) / 1000
           END-IF
           COMPUTE WS-CCH-PCT = (CCH-HITS(WS-CCH-IDX) +
               CCH-STALE(WS-CCH-IDX)) * 100 /
               (CCH-HITS(WS-CCH-IDX) + CCH-STALE(WS-CCH-IDX) +
                CCH-MISSES(WS-CCH-IDX))

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-RANK-DONE
           MOVE CCH-HITS(WS-CCH-IDX) TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY(2:) DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE CCH-STALE(WS-CCH-IDX) TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY(2:) DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE CCH-MISSES(WS-CCH-IDX) TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY(2:) DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE WS-CCH-PCT TO WS-CCH-PCT-D
           STRING "   " WS-CCH-PCT-D DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE WS-CCH-AVG-HIT TO WS-MS-DISPLAY
           STRING "  " WS-MS-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE WS-CCH-AVG-MISS TO WS-MS-DISPLAY
           STRING "  " WS-MS-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           MOVE WS-CCH-SAVED-S TO WS-CCH-SAVED-D
           STRING "  " WS-CCH-SAVED-D "  " DELIMITED BY SIZE
                  CCH-NAME(WS-CCH-IDX) DELIMITED BY SPACE
               INTO WS-REPORT-LINE WITH POINTER WS-RANK-DONE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       WRITE-PREFIX-LINE.
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE "STATIC" TO WS-CSV-KIND
           IF PFX-NAME(WS-RANK-BEST-IDX)(1:9) = "/cgi-bin/"
               MOVE "CGI" TO WS-CSV-KIND
           END-IF
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE PFX-NAME(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE PFX-REQUESTS(WS-RANK-BEST-IDX) TO WS-CSV-REQUESTS-D
           MOVE PFX-RANK-P50(WS-RANK-BEST-IDX) TO WS-CSV-P50-D
           MOVE PFX-RANK-KEY(WS-RANK-BEST-IDX) TO WS-CSV-P95-D
           MOVE PFX-RANK-P99(WS-RANK-BEST-IDX) TO WS-CSV-P99-D
           MOVE PFX-MAX-MS(WS-RANK-BEST-IDX) TO WS-CSV-MAX-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-REQUESTS-D) ","
                  FUNCTION TRIM(WS-CSV-P50-D) ","
                  FUNCTION TRIM(WS-CSV-P95-D) ","
                  FUNCTION TRIM(WS-CSV-P99-D) ","
                  FUNCTION TRIM(WS-CSV-MAX-D) ","
                  WS-CSV-KIND
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE PFX-REQUESTS(WS-RANK-BEST-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
