*> requests per hour, the most-requested paths, the status-code
*> breakdown, total bytes sent, and the busiest client addresses -
*> the numbers that used to come out of hand-grepping ACCESS.LOG
*>
*> "log-analyze HISTORY [FROM-YYYYMMDD [TO-YYYYMMDD]]" reads that
*> date range (default today) out of HIST-LOAD's ACCESS-HISTORY.DAT
*> by key instead of parsing a text log.
*>
*> The same figures go to TRAFFIC-REPORT.CSV through EXTRACT-WRITE,
*> one "section,item,count,detail" row per report line, for loading
*> into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-ANALYZE.

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
*> The finished report, one fixed name overwritten per run, same
*> convention as LINK-CHECK's LINKCHECK.RPT
           SELECT REPORT-FILE ASSIGN TO "TRAFFIC-REPORT.RPT"
       FILE SECTION.
       FD  ANALYZE-LOG.
       01  ANALYZE-LOG-RECORD   PIC X(512).
       FD  HISTORY-FILE.
       COPY "access-history.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(256).
       FD  NETWORKS-FILE.
       01  NETWORKS-RECORD      PIC X(96).

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

*> One parsed log line's fields - WRITE-ACCESS-LOG's format is
       01 WS-RANK-BEST-HITS     PIC 9(8) COMP.

       01 WS-REPORT-LINE        PIC X(256).

*> TRAFFIC-REPORT.CSV: the same figures, one "section,item,count,
*> detail" row each, through EXTRACT-WRITE
       01 WS-CSV-PERIOD         PIC X(24).
       01 WS-CSV-SECTION        PIC X(16).
       01 WS-CSV-ITEM           PIC X(300).
       01 WS-CSV-COUNT          PIC 9(15).
       01 WS-CSV-COUNT-D        PIC Z(14)9.
       01 WS-CSV-DETAIL         PIC X(64) VALUE SPACES.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-BYTES-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-HOUR-DISPLAY       PIC 9(2).
           PERFORM PICK-INPUT-LOG
           PERFORM READ-NETWORKS-FILE

           IF WS-HIST-MODE = 1
               PERFORM TALLY-FROM-HISTORY
           ELSE
               PERFORM TALLY-FROM-LOG-FILE
           END-IF

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-DISPLAY
           DISPLAY "LOG-ANALYZE: analyzed " WS-COUNT-DISPLAY
               " request(s) from " WS-LOG-NAME
           DISPLAY "LOG-ANALYZE: report written to TRAFFIC-REPORT.RPT"

           STOP RUN.

       TALLY-FROM-LOG-FILE.
           OPEN INPUT ANALYZE-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOG-ANALYZE: no " WS-LOG-NAME
               END-READ
           END-PERFORM
           CLOSE ANALYZE-LOG
           .

*> The same tally, fed from the stored line images of every record
*> in the date range, read in key order from the range's first day
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "LOG-ANALYZE: no ACCESS-HISTORY.DAT to read, "
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

*> Prefer the archive LOG-ROTATE produced this same run date
*> (ACCESS-YYYYMMDD.LOG), since this job is meant to follow it in the
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
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "TRAFFIC-REPORT" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "section,item,count,detail" TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Daily traffic report for " DELIMITED BY SIZE
                  WS-LOG-NAME DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "summary" TO WS-CSV-SECTION
           MOVE "requests" TO WS-CSV-ITEM
           MOVE WS-TOTAL-REQUESTS TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-BYTES TO WS-BYTES-DISPLAY
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "summary" TO WS-CSV-SECTION
           MOVE "bytes" TO WS-CSV-ITEM
           MOVE WS-TOTAL-BYTES TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "hour" TO WS-CSV-SECTION
               MOVE SPACES TO WS-CSV-ITEM
               STRING WS-HOUR-DISPLAY ":00" DELIMITED BY SIZE
                   INTO WS-CSV-ITEM
               END-STRING
               MOVE HOUR-COUNT(WS-HOUR-IDX) TO WS-CSV-COUNT
               PERFORM WRITE-CSV-ROW
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-TOP-CLIENTS

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> One extract row: section, item, count and (optional) detail
       WRITE-CSV-ROW.
           MOVE WS-CSV-COUNT TO WS-CSV-COUNT-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING WS-CSV-SECTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CSV-ITEM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COUNT-D) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-DETAIL DELIMITED BY SPACE
               INTO EXTRACT-TEXT
           END-STRING
           MOVE WS-CSV-COUNT TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE SPACES TO WS-CSV-DETAIL
           .

*> A path or other free-text item, quoted for the extract
       QUOTE-CSV-ITEM.
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE WS-CSV-ITEM TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-ITEM
           .

       WRITE-STATUS-BREAKDOWN.
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "status" TO WS-CSV-SECTION
           MOVE "2xx" TO WS-CSV-ITEM
           MOVE WS-COUNT-2XX TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-COUNT-3XX TO WS-COUNT-DISPLAY
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "status" TO WS-CSV-SECTION
           MOVE "3xx" TO WS-CSV-ITEM
           MOVE WS-COUNT-3XX TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-COUNT-4XX TO WS-COUNT-DISPLAY
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "status" TO WS-CSV-SECTION
           MOVE "4xx" TO WS-CSV-ITEM
           MOVE WS-COUNT-4XX TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-COUNT-5XX TO WS-COUNT-DISPLAY
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "status" TO WS-CSV-SECTION
           MOVE "5xx" TO WS-CSV-ITEM
           MOVE WS-COUNT-5XX TO WS-CSV-COUNT
           PERFORM WRITE-CSV-ROW

           IF WS-COUNT-OTHER > 0
               MOVE SPACES TO WS-REPORT-LINE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "status" TO WS-CSV-SECTION
               MOVE "other" TO WS-CSV-ITEM
               MOVE WS-COUNT-OTHER TO WS-CSV-COUNT
               PERFORM WRITE-CSV-ROW
           END-IF
           .

                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "path" TO WS-CSV-SECTION
               MOVE PATH-NAME(WS-RANK-BEST-IDX) TO WS-CSV-ITEM
               PERFORM QUOTE-CSV-ITEM
               MOVE WS-RANK-BEST-HITS TO WS-CSV-COUNT
               PERFORM WRITE-CSV-ROW

               MOVE 0 TO PATH-HITS(WS-RANK-BEST-IDX)
           END-PERFORM
                   END-STRING
               END-IF
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "client" TO WS-CSV-SECTION
               MOVE CLIENT-NAME(WS-RANK-BEST-IDX) TO WS-CSV-ITEM
               MOVE WS-RANK-BEST-HITS TO WS-CSV-COUNT
               MOVE WS-RESOLVED-NAME TO WS-CSV-DETAIL
               PERFORM WRITE-CSV-ROW

               MOVE 0 TO CLIENT-HITS(WS-RANK-BEST-IDX)
           END-PERFORM
