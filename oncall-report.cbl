*> Standalone batch job: monthly on-call response report. ONCALL-PAGE
*> and ONCALL-ACK keep one ONCALL.LOG line per event,
*>
*>   [ts] PAGE id=N level=L to=<holder> via=V alert=<type>
*>   [ts] ESCALATE id=N level=L to=<holder> via=V alert=T from=<prev>
*>   [ts] ACK id=N level=L to=<holder> by=<login> after=Ns resp=Ns
*>   [ts] CLEARED id=N level=L to=<holder> after=Ns alert=<type>
*>   [ts] UNACKED id=N level=L to=<holder> after=Ns alert=<type>
*>
*> and this job folds a month of them into ONCALL-REPORT.RPT: how
*> many alerts paged someone, at which level they were answered, how
*> many cleared on their own or ran out of people, and how long the
*> rota took to answer. Run as
*>
*>   oncall-report [YYYYMM]
*>
*> (default: the previous month), monthly from JOB-TABLE.CFG after
*> LOG-ROTATE. RETENTION's .ARC archive of the log is read ahead of
*> the live file.
*>
*> Time to acknowledge is "after" (from the first page); a person's
*> response time is "resp" (from the page that reached them). Each
*> person's line counts the pages that reached them, the ones they
*> answered and the ones that escalated past them, busiest first.
*>
*> The per-person rows also go to ONCALL-REPORT.CSV through
*> EXTRACT-WRITE (pages received as the control column).
IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ONCALL-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(32).

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-MONTH-TAG          PIC X(7).

*> Month totals
       01 WS-TOTAL-PAGES        PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-ESCALATIONS  PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-ACKS         PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CLEARED      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-UNACKED      PIC 9(8) COMP VALUE 0.
       01 ACK-LEVEL-TABLE.
          05 ACK-AT-LEVEL OCCURS 3 TIMES PIC 9(8) COMP.
       01 WS-ACK-SECS-SUM       PIC 9(12) COMP VALUE 0.
       01 WS-ACK-SECS-MAX       PIC 9(9) COMP VALUE 0.

*> One person per entry, in first-seen order
       01 WS-PERSON-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-PERSON-DROPPED     PIC 9(6) VALUE 0.
       01 PERSON-TABLE.
          05 PERSON-ENTRY OCCURS 200 TIMES INDEXED BY WS-PER-IDX.
             10 PER-NAME          PIC X(32).
             10 PER-PAGES         PIC 9(8) COMP.
             10 PER-ACKED         PIC 9(8) COMP.
             10 PER-PASSED        PIC 9(8) COMP.
             10 PER-RESP-SUM      PIC 9(12) COMP.
             10 PER-RESP-MAX      PIC 9(9) COMP.
             10 PER-REPORTED      PIC 9.
       01 WS-PER-FOUND-IDX      PIC 9(4) COMP.

*> The line in hand
       01 WS-EVENT              PIC X(10).
       01 WS-LEVEL              PIC 9.
       01 WS-HOLDER             PIC X(32).
       01 WS-PREV-HOLDER        PIC X(32).
       01 WS-AFTER-SECS         PIC 9(9).
       01 WS-RESP-SECS          PIC 9(9).
       01 WS-FIND-NAME          PIC X(32).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-CUT-POS            PIC 9(4) COMP.
       01 WS-TAG                PIC X(10).
       01 WS-TAG-LEN            PIC 9(4) COMP.
       01 WS-TAG-VALUE          PIC X(64).

*> Ranking scratch
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-KEY      PIC 9(8) COMP.

*> "Nm SSs" from WS-DUR-SECS
       01 WS-DUR-SECS           PIC 9(9).
       01 WS-DUR-MINS           PIC 9(7).
       01 WS-DUR-REM            PIC 99.
       01 WS-DUR-MINS-D         PIC Z(6)9.
       01 WS-DUR-TEXT           PIC X(12).
       01 WS-AVG-TEXT           PIC X(12).
       01 WS-MAX-TEXT           PIC X(12).

       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-PAGES-D            PIC ZZ,ZZ9.
       01 WS-ACKED-D            PIC ZZ,ZZ9.
       01 WS-PASSED-D           PIC ZZ,ZZ9.

*> ONCALL-REPORT.CSV figures, unedited
       01 WS-CSV-PAGES-D        PIC Z(8)9.
       01 WS-CSV-ACKED-D        PIC Z(8)9.
       01 WS-CSV-PASSED-D       PIC Z(8)9.
       01 WS-CSV-AVG-D          PIC Z(8)9.
       01 WS-CSV-MAX-D          PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
               COMPUTE WS-MONTH =
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:6)) - 1
               IF FUNCTION MOD(WS-MONTH, 100) = 0
                   COMPUTE WS-MONTH = WS-MONTH - 100 + 12
               END-IF
           END-IF
           MOVE SPACES TO WS-MONTH-TAG
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TAG
           END-STRING
           INITIALIZE ACK-LEVEL-TABLE

           MOVE "ONCALL.LOG.ARC" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           MOVE "ONCALL.LOG" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-PAGES TO WS-COUNT-DISPLAY
           DISPLAY "ONCALL-REPORT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " page(s) for " WS-MONTH-TAG
               " written to ONCALL-REPORT.RPT"
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
                       PERFORM TALLY-ONCALL-LINE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

       TALLY-ONCALL-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR
              SCAN-RECORD(21:2) NOT = "] " OR
              SCAN-RECORD(2:7) NOT = WS-MONTH-TAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EVENT
           UNSTRING SCAN-RECORD(23:) DELIMITED BY SPACE
               INTO WS-EVENT
           END-UNSTRING

           MOVE " level=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE 0 TO WS-LEVEL
           IF WS-TAG-VALUE(1:1) NUMERIC
               MOVE WS-TAG-VALUE(1:1) TO WS-LEVEL
           END-IF
           MOVE " to=" TO WS-TAG
           MOVE 4 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-HOLDER

           EVALUATE WS-EVENT
               WHEN "PAGE"
                   ADD 1 TO WS-TOTAL-PAGES
                   PERFORM COUNT-PAGE-RECEIVED
               WHEN "ESCALATE"
                   ADD 1 TO WS-TOTAL-ESCALATIONS
                   PERFORM COUNT-PAGE-RECEIVED
                   MOVE " from=" TO WS-TAG
                   MOVE 6 TO WS-TAG-LEN
                   PERFORM GET-TAG-VALUE
                   MOVE WS-TAG-VALUE TO WS-PREV-HOLDER
                   IF WS-PREV-HOLDER NOT = SPACES
                       MOVE WS-PREV-HOLDER TO WS-FIND-NAME
                       PERFORM FIND-PERSON-ENTRY
                       IF WS-PER-FOUND-IDX > 0
                           ADD 1 TO PER-PASSED(WS-PER-FOUND-IDX)
                       END-IF
                   END-IF
               WHEN "ACK"
                   PERFORM COUNT-ACKNOWLEDGEMENT
               WHEN "CLEARED"
                   ADD 1 TO WS-TOTAL-CLEARED
               WHEN "UNACKED"
                   ADD 1 TO WS-TOTAL-UNACKED
           END-EVALUATE
           .

       COUNT-PAGE-RECEIVED.
           IF WS-HOLDER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDER TO WS-FIND-NAME
           PERFORM FIND-PERSON-ENTRY
           IF WS-PER-FOUND-IDX > 0
               ADD 1 TO PER-PAGES(WS-PER-FOUND-IDX)
           END-IF
           .

       COUNT-ACKNOWLEDGEMENT.
           ADD 1 TO WS-TOTAL-ACKS
           IF WS-LEVEL >= 1 AND WS-LEVEL <= 3
               ADD 1 TO ACK-AT-LEVEL(WS-LEVEL)
           END-IF
           MOVE " after=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           PERFORM TAG-SECONDS
           MOVE WS-DUR-SECS TO WS-AFTER-SECS
           MOVE " resp=" TO WS-TAG
           MOVE 6 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           PERFORM TAG-SECONDS
           MOVE WS-DUR-SECS TO WS-RESP-SECS

           ADD WS-AFTER-SECS TO WS-ACK-SECS-SUM
           IF WS-AFTER-SECS > WS-ACK-SECS-MAX
               MOVE WS-AFTER-SECS TO WS-ACK-SECS-MAX
           END-IF
           IF WS-HOLDER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDER TO WS-FIND-NAME
           PERFORM FIND-PERSON-ENTRY
           IF WS-PER-FOUND-IDX > 0
               ADD 1 TO PER-ACKED(WS-PER-FOUND-IDX)
               ADD WS-RESP-SECS TO PER-RESP-SUM(WS-PER-FOUND-IDX)
               IF WS-RESP-SECS > PER-RESP-MAX(WS-PER-FOUND-IDX)
                   MOVE WS-RESP-SECS TO PER-RESP-MAX(WS-PER-FOUND-IDX)
               END-IF
           END-IF
           .

*> "123s" to WS-DUR-SECS
       TAG-SECONDS.
           MOVE 0 TO WS-DUR-SECS
           MOVE 0 TO WS-CUT-POS
           INSPECT WS-TAG-VALUE TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL "s"
           IF WS-CUT-POS > 0 AND WS-CUT-POS < 10 AND
              WS-TAG-VALUE(1:WS-CUT-POS) NUMERIC
               MOVE WS-TAG-VALUE(1:WS-CUT-POS) TO WS-DUR-SECS
           END-IF
           .

*> WS-TAG(1:WS-TAG-LEN)'s value, up to the next space
       GET-TAG-VALUE.
           MOVE SPACES TO WS-TAG-VALUE
           PERFORM VARYING WS-SCAN-POS FROM 22 BY 1
               UNTIL WS-SCAN-POS > 240
               IF SCAN-RECORD(WS-SCAN-POS:WS-TAG-LEN) =
                  WS-TAG(1:WS-TAG-LEN)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS > 240
               EXIT PARAGRAPH
           END-IF
           ADD WS-TAG-LEN TO WS-SCAN-POS
           MOVE 0 TO WS-CUT-POS
           INSPECT SCAN-RECORD(WS-SCAN-POS:) TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUT-POS > 64
               MOVE 64 TO WS-CUT-POS
           END-IF
           IF WS-CUT-POS > 0
               MOVE SCAN-RECORD(WS-SCAN-POS:WS-CUT-POS) TO WS-TAG-VALUE
           END-IF
           .

       FIND-PERSON-ENTRY.
           MOVE 0 TO WS-PER-FOUND-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PERSON-COUNT
               IF PER-NAME(WS-PER-IDX) = WS-FIND-NAME
                   SET WS-PER-FOUND-IDX TO WS-PER-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PERSON-COUNT >= 200
               ADD 1 TO WS-PERSON-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PERSON-COUNT
           MOVE WS-PERSON-COUNT TO WS-PER-FOUND-IDX
           MOVE WS-FIND-NAME TO PER-NAME(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-PAGES(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-ACKED(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-PASSED(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-RESP-SUM(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-RESP-MAX(WS-PER-FOUND-IDX)
           MOVE 0 TO PER-REPORTED(WS-PER-FOUND-IDX)
           .

       FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-MINS
               REMAINDER WS-DUR-REM
           MOVE WS-DUR-MINS TO WS-DUR-MINS-D
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-MINS-D) "m " WS-DUR-REM "s"
               DELIMITED BY SIZE INTO WS-DUR-TEXT
           END-STRING
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "ONCALL-REPORT" TO EXTRACT-REPORT
           MOVE WS-MONTH-TAG TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "person,pages,acknowledged,escalated_past,"
                  "avg_response_secs,max_response_secs"
                  DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "ON-CALL PAGING AND RESPONSE - " WS-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-PAGES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Alerts paged:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ESCALATIONS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Escalations:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ACKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Acknowledged:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ACK-AT-LEVEL(1) TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  by primary:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ACK-AT-LEVEL(2) TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  by secondary:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ACK-AT-LEVEL(3) TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  by duty manager:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CLEARED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Cleared before an ack:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-UNACKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Never acknowledged:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-TOTAL-ACKS > 0
               COMPUTE WS-DUR-SECS = WS-ACK-SECS-SUM / WS-TOTAL-ACKS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-AVG-TEXT
               MOVE WS-ACK-SECS-MAX TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE SPACES TO REPORT-RECORD
               STRING "Time to acknowledge:     average "
                      FUNCTION TRIM(WS-AVG-TEXT) ", longest "
                      FUNCTION TRIM(WS-DUR-TEXT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-PERSON-DROPPED > 0
               MOVE WS-PERSON-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Person table full - " WS-COUNT-DISPLAY
                      " event(s) for further names not counted"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-PERSON-COUNT = 0
               MOVE "No pages sent in the month." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE "CLOSE" TO EXTRACT-OP
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE "By person:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "   pages   acked  passed  avg response  longest      "
                  " person" DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-PERSON-LINES

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Repeated-max by pages received, the same pick-and-mark ranking
*> CGI-USAGE uses
       WRITE-PERSON-LINES.
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-KEY
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERSON-COUNT
                   IF PER-REPORTED(WS-PER-IDX) = 0 AND
                      (WS-RANK-BEST-IDX = 0 OR
                       PER-PAGES(WS-PER-IDX) > WS-RANK-BEST-KEY)
                       MOVE PER-PAGES(WS-PER-IDX) TO WS-RANK-BEST-KEY
                       SET WS-RANK-BEST-IDX TO WS-PER-IDX
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO PER-REPORTED(WS-RANK-BEST-IDX)
               PERFORM WRITE-PERSON-LINE
           END-PERFORM
           .

       WRITE-PERSON-LINE.
           MOVE 0 TO WS-DUR-SECS
           IF PER-ACKED(WS-RANK-BEST-IDX) > 0
               COMPUTE WS-DUR-SECS = PER-RESP-SUM(WS-RANK-BEST-IDX) /
                   PER-ACKED(WS-RANK-BEST-IDX)
           END-IF
           MOVE WS-DUR-SECS TO WS-CSV-AVG-D
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-AVG-TEXT
           MOVE PER-RESP-MAX(WS-RANK-BEST-IDX) TO WS-DUR-SECS
           MOVE WS-DUR-SECS TO WS-CSV-MAX-D
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-MAX-TEXT
           IF PER-ACKED(WS-RANK-BEST-IDX) = 0
               MOVE "-" TO WS-AVG-TEXT
               MOVE "-" TO WS-MAX-TEXT
           END-IF
           MOVE PER-PAGES(WS-RANK-BEST-IDX) TO WS-PAGES-D
           MOVE PER-ACKED(WS-RANK-BEST-IDX) TO WS-ACKED-D
           MOVE PER-PASSED(WS-RANK-BEST-IDX) TO WS-PASSED-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-PAGES-D "  " WS-ACKED-D "  " WS-PASSED-D
                  "  " WS-AVG-TEXT "  " WS-MAX-TEXT "  "
                  PER-NAME(WS-RANK-BEST-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE PER-NAME(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE PER-PAGES(WS-RANK-BEST-IDX) TO WS-CSV-PAGES-D
           MOVE PER-ACKED(WS-RANK-BEST-IDX) TO WS-CSV-ACKED-D
           MOVE PER-PASSED(WS-RANK-BEST-IDX) TO WS-CSV-PASSED-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-PAGES-D) ","
                  FUNCTION TRIM(WS-CSV-ACKED-D) ","
                  FUNCTION TRIM(WS-CSV-PASSED-D) ","
                  FUNCTION TRIM(WS-CSV-AVG-D) ","
                  FUNCTION TRIM(WS-CSV-MAX-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE PER-PAGES(WS-RANK-BEST-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
