*> Standalone batch job: monthly content usage statement per owning
*> department. MANIFEST.CFG says what is published and OWNERS.CFG
*> (through OWNER-LOOKUP) says who owns it; this job joins both to
*> the access archives so each department sees what its content is
*> actually used for. Run as
*>
*>   content-usage [YYYYMM]
*>
*> (defaulting to the previous calendar month). It walks the
*> ACCESS-YYYYMMDD.LOG archives of the 90 days ending on that month's
*> last day, counting successful (2xx/304) requests against each
*> manifest entry, and writes CONTENT-USAGE.RPT - one section per
*> department with the month's views per page (.html/.htm), the
*> month's downloads per document (PDF, office files, archives and
*> the like), and every page of theirs with no views at all in the
*> 90 days. Images, stylesheets and scripts are left out; they are
*> fetched by pages, not chosen by readers.
*>
*> The zero-view pages also go to CONTENT-ZERO-VIEWS.DAT as
*> "webpath|owner" lines, which STALE-REVIEW's next sweep opens as
*> high-priority review items - evidence of disuse rather than age
*> alone. Schedule monthly after LOG-ROTATE, ahead of STALE-REVIEW.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-USAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONTENT-USAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ZERO-FILE ASSIGN TO "CONTENT-ZERO-VIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZERO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(280).
       FD  ARCHIVE-LOG.
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).
       FD  ZERO-FILE.
       01  ZERO-RECORD          PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS    PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-ZERO-STATUS        PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-ARCHIVE-NAME       PIC X(32).

*> The 90-day window, as day numbers, ending on the month's last day
       01 WS-NEXT-MONTH-DATE    PIC 9(8).
       01 WS-WINDOW-START-INT   PIC 9(8) COMP.
       01 WS-WINDOW-END-INT     PIC 9(8) COMP.
       01 WS-WINDOW-DAY-INT     PIC 9(8) COMP.
       01 WS-WINDOW-DATE        PIC 9(8).
       01 WS-IN-MONTH           PIC 9.

*> Every manifest entry worth reporting (pages and documents), with
*> its owner and counts. Kind P = page, D = document
       01 WS-CONTENT-COUNT      PIC 9(4) COMP VALUE 0.
       01 CONTENT-TABLE.
          05 CONTENT-ENTRY OCCURS 3000 TIMES INDEXED BY WS-CONTENT-IDX.
             10 CONTENT-PATH      PIC X(128).
             10 CONTENT-KIND      PIC X.
             10 CONTENT-OWNER     PIC X(24).
             10 CONTENT-MONTH-HITS PIC 9(8) COMP.
             10 CONTENT-WINDOW-HITS PIC 9(8) COMP.
       01 WS-CONTENT-FOUND-IDX  PIC 9(4) COMP.

*> Distinct owning departments, in first-seen order
       01 WS-DEPT-COUNT         PIC 9(4) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
             10 DEPT-NAME         PIC X(24).
       01 WS-DEPT-FOUND-IDX     PIC 9(4) COMP.

*> Manifest line scratch
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-WEB-PATH           PIC X(512).
       01 WS-WEB-LEN            PIC 9(4) COMP.
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> Page/document test: the path's extension, lowercased
       01 WS-EXT-DOT-POS        PIC 9(4) COMP.
       01 WS-PATH-EXT           PIC X(8).
       01 WS-PATH-KIND          PIC X.

*> One parsed access line
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-QUOTE1-POS         PIC 9(4) COMP.
       01 WS-QUOTE2-POS         PIC 9(4) COMP.
       01 WS-PATH-START         PIC 9(4) COMP.
       01 WS-REQ-PATH           PIC X(128).
       01 WS-REQ-PATH-LEN       PIC 9(4) COMP.
       01 WS-STATUS-STR         PIC X(3).

       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-SECTION-LINES      PIC 9(6) COMP.
       01 WS-ZERO-TOTAL         PIC 9(6) COMP VALUE 0.
       01 WS-ZERO-DISPLAY       PIC ZZZ,ZZ9.

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

           PERFORM LOAD-MANIFEST
           IF WS-CONTENT-COUNT = 0
               DISPLAY "CONTENT-USAGE: no pages or documents in "
                   "MANIFEST.CFG - nothing to report"
               STOP RUN
           END-IF

*> Window end: the day before the first of the following month
           COMPUTE WS-NEXT-MONTH-DATE = (WS-MONTH + 1) * 100 + 1
           IF FUNCTION MOD(WS-MONTH, 100) = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-MONTH - 12 + 100 + 1) * 100 + 1
           END-IF
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1

           COMPUTE WS-WINDOW-START-INT = WS-WINDOW-END-INT - 89

           PERFORM VARYING WS-WINDOW-DAY-INT
               FROM WS-WINDOW-START-INT BY 1
               UNTIL WS-WINDOW-DAY-INT > WS-WINDOW-END-INT
               COMPUTE WS-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-DAY-INT)
               MOVE 0 TO WS-IN-MONTH
               IF WS-WINDOW-DATE(1:6) = WS-MONTH
                   MOVE 1 TO WS-IN-MONTH
               END-IF
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "ACCESS-" WS-WINDOW-DATE ".LOG"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM

           PERFORM WRITE-REPORT

           MOVE WS-ZERO-TOTAL TO WS-ZERO-DISPLAY
           DISPLAY "CONTENT-USAGE: statement for " WS-MONTH
               " written to CONTENT-USAGE.RPT; " WS-ZERO-DISPLAY
               " zero-view page(s) handed to STALE-REVIEW"
           STOP RUN.

*> "RELATIVE-PATH SIZE" lines, the format PARSE-MANIFEST-LINE reads;
*> only pages and documents are kept, each tagged with its owner
       LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MANIFEST-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           .

       LOAD-ONE-MANIFEST-LINE.
           IF MANIFEST-RECORD(1:1) = SPACE OR
              MANIFEST-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTENT-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SP-POS
           INSPECT MANIFEST-RECORD TALLYING WS-SP-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SP-POS = 0 OR WS-SP-POS > 127
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WEB-PATH
           STRING "/" MANIFEST-RECORD(1:WS-SP-POS)
               DELIMITED BY SIZE INTO WS-WEB-PATH
           END-STRING
           COMPUTE WS-WEB-LEN = WS-SP-POS + 1

           MOVE WS-WEB-PATH(1:128) TO WS-REQ-PATH
           MOVE WS-WEB-LEN TO WS-REQ-PATH-LEN
           PERFORM CLASSIFY-PATH
           IF WS-PATH-KIND = SPACE
               EXIT PARAGRAPH
           END-IF

           CALL "OWNER-LOOKUP" USING WS-WEB-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           ADD 1 TO WS-CONTENT-COUNT
           MOVE WS-REQ-PATH TO CONTENT-PATH(WS-CONTENT-COUNT)
           MOVE WS-PATH-KIND TO CONTENT-KIND(WS-CONTENT-COUNT)
           MOVE WS-OWN-NAME TO CONTENT-OWNER(WS-CONTENT-COUNT)
           MOVE 0 TO CONTENT-MONTH-HITS(WS-CONTENT-COUNT)
           MOVE 0 TO CONTENT-WINDOW-HITS(WS-CONTENT-COUNT)

           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-OWN-NAME
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0 AND WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-OWN-NAME TO DEPT-NAME(WS-DEPT-COUNT)
           END-IF
           .

*> WS-PATH-KIND from the extension of WS-REQ-PATH(1:WS-REQ-PATH-LEN):
*> "P" page, "D" document, space for anything else
       CLASSIFY-PATH.
           MOVE SPACE TO WS-PATH-KIND
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
               WHEN "html" WHEN "htm"
                   MOVE "P" TO WS-PATH-KIND
               WHEN "pdf"  WHEN "doc"  WHEN "docx" WHEN "xls"
               WHEN "xlsx" WHEN "ppt"  WHEN "pptx" WHEN "odt"
               WHEN "ods"  WHEN "odp"  WHEN "rtf"  WHEN "csv"
               WHEN "txt"  WHEN "zip"
                   MOVE "D" TO WS-PATH-KIND
           END-EVALUATE
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

*> The request path (query string dropped, a directory standing for
*> its index.html) matched against the manifest, counted when served
       TALLY-ONE-LINE.
           MOVE 0 TO WS-QUOTE1-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
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

           MOVE ARCHIVE-LOG-RECORD(WS-QUOTE2-POS + 2:3)
               TO WS-STATUS-STR
           IF WS-STATUS-STR NOT = "304" AND
              (WS-STATUS-STR < "200" OR WS-STATUS-STR > "299")
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
                     WS-REQ-PATH-LEN >= 118
               ADD 1 TO WS-REQ-PATH-LEN
           END-PERFORM
           IF WS-REQ-PATH-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REQ-PATH
           MOVE ARCHIVE-LOG-RECORD(WS-PATH-START:WS-REQ-PATH-LEN)
               TO WS-REQ-PATH
           IF WS-REQ-PATH(WS-REQ-PATH-LEN:1) = "/"
               MOVE "index.html" TO WS-REQ-PATH(WS-REQ-PATH-LEN + 1:10)
           END-IF

           MOVE 0 TO WS-CONTENT-FOUND-IDX
           PERFORM VARYING WS-CONTENT-IDX FROM 1 BY 1
               UNTIL WS-CONTENT-IDX > WS-CONTENT-COUNT
               IF CONTENT-PATH(WS-CONTENT-IDX) = WS-REQ-PATH
                   MOVE WS-CONTENT-IDX TO WS-CONTENT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CONTENT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONTENT-WINDOW-HITS(WS-CONTENT-FOUND-IDX)
           IF WS-IN-MONTH = 1
               ADD 1 TO CONTENT-MONTH-HITS(WS-CONTENT-FOUND-IDX)
           END-IF
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT ZERO-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING "CONTENT USAGE STATEMENT - " WS-MONTH
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "=================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPT-SECTION
           END-PERFORM

           CLOSE ZERO-FILE
           CLOSE REPORT-FILE
           .

       WRITE-DEPT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DEPARTMENT: " DEPT-NAME(WS-DEPT-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "  Page views this month:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "P" TO WS-PATH-KIND
           PERFORM WRITE-DEPT-COUNTS

           MOVE "  Document downloads this month:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "D" TO WS-PATH-KIND
           PERFORM WRITE-DEPT-COUNTS

           MOVE "  Pages with no views in 90 days:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-CONTENT-IDX FROM 1 BY 1
               UNTIL WS-CONTENT-IDX > WS-CONTENT-COUNT
               IF CONTENT-OWNER(WS-CONTENT-IDX) =
                      DEPT-NAME(WS-DEPT-IDX) AND
                  CONTENT-KIND(WS-CONTENT-IDX) = "P" AND
                  CONTENT-WINDOW-HITS(WS-CONTENT-IDX) = 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    " CONTENT-PATH(WS-CONTENT-IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE SPACES TO ZERO-RECORD
                   STRING CONTENT-PATH(WS-CONTENT-IDX)
                              DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          CONTENT-OWNER(WS-CONTENT-IDX)
                              DELIMITED BY SPACE
                       INTO ZERO-RECORD
                   END-STRING
                   WRITE ZERO-RECORD
                   ADD 1 TO WS-SECTION-LINES
                   ADD 1 TO WS-ZERO-TOTAL
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "    (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

*> "count  path" for this department's entries of kind WS-PATH-KIND,
*> manifest order
       WRITE-DEPT-COUNTS.
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-CONTENT-IDX FROM 1 BY 1
               UNTIL WS-CONTENT-IDX > WS-CONTENT-COUNT
               IF CONTENT-OWNER(WS-CONTENT-IDX) =
                      DEPT-NAME(WS-DEPT-IDX) AND
                  CONTENT-KIND(WS-CONTENT-IDX) = WS-PATH-KIND
                   MOVE CONTENT-MONTH-HITS(WS-CONTENT-IDX)
                       TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " WS-COUNT-DISPLAY "  "
                          CONTENT-PATH(WS-CONTENT-IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-SECTION-LINES
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "    (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
