*> Standalone batch job: weekly Content-Security-Policy violation
*> report. Every browser that trips a policy POSTs a report to the
*> handler's /csp-report endpoint, which keeps one CSP-REPORTS.LOG
*> line per report,
*>
*>   [ts] CSP <page> dir=<directive> blocked=<resource> mode=M rid=R
*>
*> (mode "enforce" for the live policy, "report" for a CSP.CFG
*> REPORT-ONLY trial; rid the page view's own request id). This job
*> folds a week of them into CSP-REPORT.RPT so each department sees
*> what its pages are loading that the policy forbids - and, before
*> a trial policy is switched to ENFORCE, what it would break. Run as
*>
*>   csp-report [YYYYMMDD]
*>
*> for the seven days ending on that date (default yesterday), weekly
*> from JOB-TABLE.CFG after LOG-ROTATE. RETENTION's .ARC archive of
*> the log is read ahead of the live file.
*>
*> The blocked resource is reduced to its origin - scheme://host for
*> a URL, the bare keyword ("inline", "eval", "data", ...) otherwise -
*> so fifty scripts off one CDN rank as one finding. Pages are owned
*> through OWNER-LOOKUP the same as any other content. The report
*> opens with one line per owning department, then each department's
*> page / directive / blocked-origin combinations ranked by reports,
*> split into enforced and report-only.
*>
*> The ranked rows also go to CSP-REPORT.CSV through EXTRACT-WRITE
*> (reports as the control column).
IDENTIFICATION DIVISION.
       PROGRAM-ID. CSP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CSP-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(700).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(32).

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-END-INT            PIC 9(8).
       01 WS-START-INT          PIC 9(8).
       01 WS-END-DATE           PIC 9(8).
       01 WS-START-DATE         PIC 9(8).
       01 WS-FROM-WHEN          PIC X(19).
       01 WS-TO-WHEN            PIC X(19).
       01 WS-PERIOD             PIC X(24).

*> One page / directive / blocked-origin combination per entry
       01 WS-FIND-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-FIND-DROPPED       PIC 9(6) VALUE 0.
       01 FIND-TABLE.
          05 FIND-ENTRY OCCURS 500 TIMES INDEXED BY WS-FND-IDX.
             10 FND-PAGE          PIC X(128).
             10 FND-DIRECTIVE     PIC X(32).
             10 FND-ORIGIN        PIC X(64).
             10 FND-OWNER         PIC X(24).
             10 FND-ENFORCED      PIC 9(8) COMP.
             10 FND-REPORT-ONLY   PIC 9(8) COMP.
             10 FND-TOTAL         PIC 9(8) COMP.
             10 FND-REPORTED      PIC 9.
       01 WS-FND-FOUND-IDX      PIC 9(4) COMP.

*> Owning departments, in first-seen order
       01 WS-DEPT-COUNT         PIC 9(4) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
             10 DEPT-NAME         PIC X(24).
             10 DEPT-FINDINGS     PIC 9(6) COMP.
             10 DEPT-ENFORCED     PIC 9(8) COMP.
             10 DEPT-REPORT-ONLY  PIC 9(8) COMP.

*> The line in hand
       01 WS-LINE-WHEN          PIC X(19).
       01 WS-PAGE               PIC X(128).
       01 WS-PAGE-END           PIC 9(4) COMP.
       01 WS-DIRECTIVE          PIC X(32).
       01 WS-BLOCKED            PIC X(256).
       01 WS-ORIGIN             PIC X(64).
       01 WS-MODE               PIC X(8).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-CUT-POS            PIC 9(4) COMP.
       01 WS-TAG                PIC X(10).
       01 WS-TAG-LEN            PIC 9(4) COMP.
       01 WS-TAG-VALUE          PIC X(256).
       01 WS-OWN-PATH           PIC X(512).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> Ranking scratch
       01 WS-RANK-BEST-IDX      PIC 9(4) COMP.
       01 WS-RANK-BEST-KEY      PIC 9(8) COMP.

       01 WS-TOTAL-REPORTS      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-ENFORCED     PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-REPORT-ONLY  PIC 9(8) COMP VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-D            PIC ZZZ,ZZ9.
       01 WS-ENFORCED-D         PIC ZZZ,ZZ9.
       01 WS-REPORT-ONLY-D      PIC ZZZ,ZZ9.
       01 WS-FINDINGS-D         PIC ZZ,ZZ9.

*> CSP-REPORT.CSV figures, unedited
       01 WS-CSV-TOTAL-D        PIC Z(8)9.
       01 WS-CSV-ENFORCED-D     PIC Z(8)9.
       01 WS-CSV-REPORT-ONLY-D  PIC Z(8)9.
       01 WS-CSV-PAGE-Q         PIC X(300).
       01 WS-CSV-PAGE-LEN       PIC 9(4) COMP.
       01 WS-CSV-OWNER-Q        PIC X(64).
       01 WS-CSV-OWNER-LEN      PIC 9(4) COMP.
       01 WS-CSV-DIR-Q          PIC X(64).
       01 WS-CSV-DIR-LEN        PIC 9(4) COMP.

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

           MOVE "CSP-REPORTS.LOG.ARC" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           MOVE "CSP-REPORTS.LOG" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE

           PERFORM SETTLE-DEPARTMENTS
           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-REPORTS TO WS-COUNT-DISPLAY
           DISPLAY "CSP-REPORT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " violation report(s) for " FUNCTION TRIM(WS-PERIOD)
               " written to CSP-REPORT.RPT"
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
                       PERFORM TALLY-CSP-LINE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> "[ts] CSP <page> dir=D blocked=B mode=M rid=R"
       TALLY-CSP-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR
              SCAN-RECORD(21:6) NOT = "] CSP "
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(2:19) TO WS-LINE-WHEN
           IF WS-LINE-WHEN < WS-FROM-WHEN OR WS-LINE-WHEN > WS-TO-WHEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAGE-END
           PERFORM VARYING WS-SCAN-POS FROM 27 BY 1
               UNTIL WS-SCAN-POS > 600
               IF SCAN-RECORD(WS-SCAN-POS:5) = " dir="
                   MOVE WS-SCAN-POS TO WS-PAGE-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAGE-END <= 27
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAGE
           MOVE SCAN-RECORD(27:WS-PAGE-END - 27) TO WS-PAGE

           MOVE " dir=" TO WS-TAG
           MOVE 5 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-DIRECTIVE
           MOVE " blocked=" TO WS-TAG
           MOVE 9 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-BLOCKED
           MOVE " mode=" TO WS-TAG
           MOVE 6 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-MODE
           IF WS-DIRECTIVE = SPACES
               MOVE "-" TO WS-DIRECTIVE
           END-IF

           PERFORM DERIVE-ORIGIN
           PERFORM FIND-FINDING-ENTRY
           IF WS-FND-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-REPORTS
           ADD 1 TO FND-TOTAL(WS-FND-FOUND-IDX)
           IF WS-MODE = "report"
               ADD 1 TO WS-TOTAL-REPORT-ONLY
               ADD 1 TO FND-REPORT-ONLY(WS-FND-FOUND-IDX)
           ELSE
               ADD 1 TO WS-TOTAL-ENFORCED
               ADD 1 TO FND-ENFORCED(WS-FND-FOUND-IDX)
           END-IF
           .

*> WS-TAG(1:WS-TAG-LEN)'s value, up to the next space
       GET-TAG-VALUE.
           MOVE SPACES TO WS-TAG-VALUE
           PERFORM VARYING WS-SCAN-POS FROM WS-PAGE-END BY 1
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
           INSPECT SCAN-RECORD(WS-SCAN-POS:) TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUT-POS > 256
               MOVE 256 TO WS-CUT-POS
           END-IF
           IF WS-CUT-POS > 0
               MOVE SCAN-RECORD(WS-SCAN-POS:WS-CUT-POS) TO WS-TAG-VALUE
           END-IF
           .

*> "https://cdn.example.com/lib/x.js" -> "https://cdn.example.com";
*> "data:image/png..." -> "data"; a keyword stays as it is
       DERIVE-ORIGIN.
           MOVE SPACES TO WS-ORIGIN
           MOVE 0 TO WS-CUT-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 250
               IF WS-BLOCKED(WS-SCAN-POS:3) = "://"
                   MOVE WS-SCAN-POS TO WS-CUT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUT-POS = 0
               UNSTRING WS-BLOCKED DELIMITED BY ":" OR SPACE
                   INTO WS-ORIGIN
               END-UNSTRING
               IF WS-ORIGIN = SPACES
                   MOVE "-" TO WS-ORIGIN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-POS FROM WS-CUT-POS BY 1
               UNTIL WS-SCAN-POS > 256
               IF WS-SCAN-POS > WS-CUT-POS + 2 AND
                  (WS-BLOCKED(WS-SCAN-POS:1) = "/" OR
                   WS-BLOCKED(WS-SCAN-POS:1) = SPACE)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS > 65
               MOVE 65 TO WS-SCAN-POS
           END-IF
           MOVE WS-BLOCKED(1:WS-SCAN-POS - 1) TO WS-ORIGIN
           .

*> The combination's table entry, added (with its page's owner) on
*> first sight
       FIND-FINDING-ENTRY.
           MOVE 0 TO WS-FND-FOUND-IDX
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
               UNTIL WS-FND-IDX > WS-FIND-COUNT
               IF FND-PAGE(WS-FND-IDX) = WS-PAGE AND
                  FND-DIRECTIVE(WS-FND-IDX) = WS-DIRECTIVE AND
                  FND-ORIGIN(WS-FND-IDX) = WS-ORIGIN
                   SET WS-FND-FOUND-IDX TO WS-FND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FND-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FIND-COUNT >= 500
               ADD 1 TO WS-FIND-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OWN-PATH
           MOVE WS-PAGE TO WS-OWN-PATH
           CALL "OWNER-LOOKUP" USING WS-OWN-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           ADD 1 TO WS-FIND-COUNT
           MOVE WS-FIND-COUNT TO WS-FND-FOUND-IDX
           INITIALIZE FIND-ENTRY(WS-FND-FOUND-IDX)
           MOVE WS-PAGE TO FND-PAGE(WS-FND-FOUND-IDX)
           MOVE WS-DIRECTIVE TO FND-DIRECTIVE(WS-FND-FOUND-IDX)
           MOVE WS-ORIGIN TO FND-ORIGIN(WS-FND-FOUND-IDX)
           MOVE WS-OWN-NAME TO FND-OWNER(WS-FND-FOUND-IDX)

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-OWN-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               INITIALIZE DEPT-ENTRY(WS-DEPT-COUNT)
               MOVE WS-OWN-NAME TO DEPT-NAME(WS-DEPT-COUNT)
           END-IF
           .

       SETTLE-DEPARTMENTS.
           PERFORM VARYING WS-FND-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FND-FOUND-IDX > WS-FIND-COUNT
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF DEPT-NAME(WS-DEPT-IDX) =
                      FND-OWNER(WS-FND-FOUND-IDX)
                       ADD 1 TO DEPT-FINDINGS(WS-DEPT-IDX)
                       ADD FND-ENFORCED(WS-FND-FOUND-IDX)
                           TO DEPT-ENFORCED(WS-DEPT-IDX)
                       ADD FND-REPORT-ONLY(WS-FND-FOUND-IDX)
                           TO DEPT-REPORT-ONLY(WS-DEPT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "CSP-REPORT" TO EXTRACT-REPORT
           MOVE WS-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "page,department,directive,blocked_origin,reports,"
                  "enforced,report_only" DELIMITED BY SIZE
               INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "CONTENT-SECURITY-POLICY VIOLATIONS - " WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-REPORTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Reports:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ENFORCED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Enforced:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-REPORT-ONLY TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Report-only: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-FIND-DROPPED > 0
               MOVE WS-FIND-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Finding table full - " WS-COUNT-DISPLAY
                      " report(s) for further combinations not counted"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-FIND-COUNT = 0
               MOVE "No CSP violations reported in the week."
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
           MOVE "  findings  enforced  rep-only  department"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DEPT-FINDINGS(WS-DEPT-IDX) TO WS-FINDINGS-D
               MOVE DEPT-ENFORCED(WS-DEPT-IDX) TO WS-ENFORCED-D
               MOVE DEPT-REPORT-ONLY(WS-DEPT-IDX) TO WS-REPORT-ONLY-D
               MOVE SPACES TO REPORT-RECORD
               STRING "    " WS-FINDINGS-D "   " WS-ENFORCED-D
                      "   " WS-REPORT-ONLY-D "  "
                      DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

*> Then each department's combinations, most reported first
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
               STRING "  reports  enforced  rep-only  directive       "
                      "                 blocked origin / page"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM WRITE-DEPT-FINDINGS
           END-PERFORM

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Repeated-max by reports over this department's combinations, the
*> same pick-and-mark ranking CGI-USAGE uses
       WRITE-DEPT-FINDINGS.
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-RANK-BEST-IDX
               MOVE 0 TO WS-RANK-BEST-KEY
               PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FIND-COUNT
                   IF FND-OWNER(WS-FND-IDX) = DEPT-NAME(WS-DEPT-IDX)
                      AND FND-REPORTED(WS-FND-IDX) = 0 AND
                      (WS-RANK-BEST-IDX = 0 OR
                       FND-TOTAL(WS-FND-IDX) > WS-RANK-BEST-KEY)
                       MOVE FND-TOTAL(WS-FND-IDX) TO WS-RANK-BEST-KEY
                       SET WS-RANK-BEST-IDX TO WS-FND-IDX
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO FND-REPORTED(WS-RANK-BEST-IDX)
               PERFORM WRITE-FINDING-LINE
           END-PERFORM
           .

*> Two lines per combination: the figures with the directive and the
*> blocked origin, then the page it happened on
       WRITE-FINDING-LINE.
           MOVE FND-TOTAL(WS-RANK-BEST-IDX) TO WS-TOTAL-D
           MOVE FND-ENFORCED(WS-RANK-BEST-IDX) TO WS-ENFORCED-D
           MOVE FND-REPORT-ONLY(WS-RANK-BEST-IDX) TO WS-REPORT-ONLY-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-TOTAL-D "   " WS-ENFORCED-D "   "
                  WS-REPORT-ONLY-D "  "
                  FND-DIRECTIVE(WS-RANK-BEST-IDX) " "
                  DELIMITED BY SIZE
                  FND-ORIGIN(WS-RANK-BEST-IDX) DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "                                                  "
                  "           on "
                  DELIMITED BY SIZE
                  FND-PAGE(WS-RANK-BEST-IDX) DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE FND-OWNER(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-OWNER-Q
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-OWNER-LEN
           MOVE FND-DIRECTIVE(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-DIR-Q
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-DIR-LEN
           MOVE FND-PAGE(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-PAGE-Q
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-PAGE-LEN
           MOVE FND-ORIGIN(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE FND-TOTAL(WS-RANK-BEST-IDX) TO WS-CSV-TOTAL-D
           MOVE FND-ENFORCED(WS-RANK-BEST-IDX) TO WS-CSV-ENFORCED-D
           MOVE FND-REPORT-ONLY(WS-RANK-BEST-IDX)
               TO WS-CSV-REPORT-ONLY-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING WS-CSV-PAGE-Q(1:WS-CSV-PAGE-LEN) ","
                  WS-CSV-OWNER-Q(1:WS-CSV-OWNER-LEN) ","
                  WS-CSV-DIR-Q(1:WS-CSV-DIR-LEN) ","
                  EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-TOTAL-D) ","
                  FUNCTION TRIM(WS-CSV-ENFORCED-D) ","
                  FUNCTION TRIM(WS-CSV-REPORT-ONLY-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE FND-TOTAL(WS-RANK-BEST-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
